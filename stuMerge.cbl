000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  STUMERGE.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  DUPLICATE STUDENT
001100*                  MERGE.  EACH TRANSACTION NAMES THE
001200*                  SURVIVING STUDENTID AND THE ONE TO RETIRE
001300*                  (CONFIRMED FROM THE DUPMATCH LISTING).
001400*                  THE RETIRED NUMBER'S REGISTRATIONS
001500*                  (STUMAST, JOURNALED TO STUJRNL AND AUDITED
001600*                  TO MNTAUDT), COURSE HISTORY (CRSEHIST),
001700*                  BALANCE (ACCTBAL) AND HOLD (STUHOLD) MOVE
001800*                  TO THE SURVIVOR, AS DO ITS SPONSOR AWARDS
001900*                  (SPAWARD), PAYMENT PLAN (PAYPLAN) AND ACADEMIC
002000*                  STANDING (ACADSTND); THE SURVIVOR'S BLANK
002100*                  PERSON DETAILS ARE FILLED FROM THE RETIRED
002200*                  RECORD, WHICH IS THEN DELETED, EACH FIELD
002300*                  FILLED AND THE DELETE AUDITED IN THE PERMAINT
002400*                  LAYOUT (PERSAUD); THE RETIRED NUMBER IS
002500*                  RECORDED ON THE CROSS-REFERENCE (STUXREF).  A
002600*                  REGISTRATION OR HISTORY RECORD BOTH NUMBERS
002700*                  HOLD FOR THE SAME COURSE, AN AWARD FROM THE
002800*                  SAME SPONSOR FOR THE SAME TERM, OR A PLAN,
002900*                  UNDER BOTH NUMBERS REJECTS THE MERGE - THE
003000*                  REGISTRAR CLEARS THE EXTRA ONE FIRST (STUMAINT
003100*                  "D", AWDMAINT, PLNMAINT).  A TERM STANDING ON
003110*                  BOTH KEEPS THE SURVIVOR'S AND IS LISTED FOR A
003120*                  STANDING RERUN.  THE BILLING FILE (BILLTRAN)
003130*                  AND THE WAITLIST ARE THEN COPIED TO WORK FILES
003140*                  WITH EVERY RETIRED NUMBER ON STUXREF REPLACED,
003150*                  FOR THE JOB TO COPY BACK.  DELETE AUTHORITY
003160*                  (LEVEL 3) REQUIRED, AS IN STUMAINT.  RC 4 WHEN
003170*                  A MERGE IS REJECTED.
003200*----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MERGE-TRANS-FILE ASSIGN TO MERGEIN
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-TRANS-STATUS.
003900
004000     SELECT STUDENT-MASTER ASSIGN TO STUMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS SM-KEY
004400         ALTERNATE RECORD KEY IS SM-COURSECODE
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-MAST-STATUS.
004700
004800     SELECT COURSE-HIST-FILE ASSIGN TO CRSEHIST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CH-KEY
005200         FILE STATUS IS WS-HIST-STATUS.
005300
005400     SELECT ACCOUNT-BAL-FILE ASSIGN TO ACCTBAL
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS AB-STUDENTID
005800         FILE STATUS IS WS-ABAL-STATUS.
005900
006000     SELECT STUDENT-HOLD-FILE ASSIGN TO STUHOLD
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS HD-STUDENTID
006400         FILE STATUS IS WS-HOLD-STATUS.
006500
006600     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS SP-STUDENTID
007000         ALTERNATE RECORD KEY IS SP-NOM
007100             WITH DUPLICATES
007200         FILE STATUS IS WS-PERS-STATUS.
007300
007400     SELECT STUDENT-XREF-FILE ASSIGN TO STUXREF
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS XR-OLD-ID
007800         FILE STATUS IS WS-XREF-STATUS.
007900
008000     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS OF-OPERATOR-ID
008400         FILE STATUS IS WS-PROF-STATUS.
008500
008600     SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDT
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-AUD-STATUS.
008900
009000     SELECT STU-JOURNAL-FILE ASSIGN TO STUJRNL
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-JRN-STATUS.
009300
009400     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS WS-BILL-STATUS.
009700
009800     SELECT BILLNEW-FILE ASSIGN TO BILLNEW
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-BNEW-STATUS.
010100
010200     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-WAIT-STATUS.
010500
010600     SELECT WAITNEW-FILE ASSIGN TO WAITNEW
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-WNEW-STATUS.
010805
010810     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
010815         ORGANIZATION IS INDEXED
010820         ACCESS MODE IS DYNAMIC
010825         RECORD KEY IS AW-KEY
010830         FILE STATUS IS WS-AWD-STATUS.
010835
010840     SELECT PAY-PLAN-FILE ASSIGN TO PAYPLAN
010845         ORGANIZATION IS INDEXED
010850         ACCESS MODE IS DYNAMIC
010855         RECORD KEY IS PL-STUDENTID
010860         FILE STATUS IS WS-PLAN-STATUS.
010865
010870     SELECT ACAD-STANDING-FILE ASSIGN TO ACADSTND
010875         ORGANIZATION IS INDEXED
010880         ACCESS MODE IS DYNAMIC
010885         RECORD KEY IS AS-KEY
010890         FILE STATUS IS WS-STND-STATUS.
010900
011000     SELECT MERGE-LST-FILE ASSIGN TO MERGLST
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS WS-LST-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600*----------------------------------------------------------
011700* MERGE-TRANS-FILE - ONE CONFIRMED DUPLICATE PAIR PER RECORD
011800*----------------------------------------------------------
011900 FD  MERGE-TRANS-FILE
012000     RECORDING MODE IS F.
012100 01  MERGE-TRANS-REC.
012200     05  MG-SURVIVOR-ID              PIC 9(7).
012300     05  MG-RETIRED-ID               PIC 9(7).
012400     05  FILLER                      PIC X(66).
012500
012600*----------------------------------------------------------
012700* STUDENT-MASTER - THE REGISTRATIONS MOVED TO THE SURVIVOR
012800*----------------------------------------------------------
012900 FD  STUDENT-MASTER.
013000 COPY STUDMAS.
013100
013200*----------------------------------------------------------
013300* COURSE-HIST-FILE - THE COMPLETED COURSES MOVED
013400*----------------------------------------------------------
013500 FD  COURSE-HIST-FILE.
013600 COPY CRSEHIST.
013700
013800*----------------------------------------------------------
013900* ACCOUNT-BAL-FILE - THE TWO BALANCES ADDED TOGETHER
014000*----------------------------------------------------------
014100 FD  ACCOUNT-BAL-FILE.
014200 COPY ACCTBAL.
014300
014400*----------------------------------------------------------
014500* STUDENT-HOLD-FILE - A HOLD ON EITHER NUMBER HOLDS THE
014600*     SURVIVOR
014700*----------------------------------------------------------
014800 FD  STUDENT-HOLD-FILE.
014900 COPY STUHOLD.
015000
015100*----------------------------------------------------------
015200* STUDENT-PERSON-FILE - THE SURVIVOR'S IDENTITY
015300*----------------------------------------------------------
015400 FD  STUDENT-PERSON-FILE.
015500 COPY STUPERS.
015600
015700*----------------------------------------------------------
015800* STUDENT-XREF-FILE - RETIRED NUMBERS AND THEIR SURVIVORS
015900*----------------------------------------------------------
016000 FD  STUDENT-XREF-FILE.
016100 COPY STUXREF.
016200
016300*----------------------------------------------------------
016400* OPERATOR-PROFILE-FILE - AUTHORITY CHECK
016500*----------------------------------------------------------
016600 FD  OPERATOR-PROFILE-FILE.
016700 COPY OPERPROF.
016800
016900*----------------------------------------------------------
017000* MAINT-AUDIT-FILE - BEFORE/AFTER IMAGES OF EVERY STUMAST
017100*     REGISTRATION MOVED, AND PERSAUD IMAGES OF THE STUPERS
017110*     FIELDS FILLED ON THE SURVIVOR AND OF THE RETIRED PERSON
017200*----------------------------------------------------------
017300 FD  MAINT-AUDIT-FILE
017400     RECORDING MODE IS F.
017500 COPY MNTAUDT.
017600
017700*----------------------------------------------------------
017800* STU-JOURNAL-FILE - EVERY STUMAST UPDATE, FOR FORWARD
017900*     RECOVERY (STURECOV)
018000*----------------------------------------------------------
018100 FD  STU-JOURNAL-FILE
018200     RECORDING MODE IS F.
018300 COPY STUJRNL.
018400
018500*----------------------------------------------------------
018600* BILL-TRANS-FILE - THE LIVE BILLING FILE, READ ONLY
018700*----------------------------------------------------------
018800 FD  BILL-TRANS-FILE
018900     RECORDING MODE IS F.
019000 COPY BILLTRAN.
019100
019200*----------------------------------------------------------
019300* BILLNEW-FILE - THE BILLING FILE RENUMBERED, SAME ORDER
019400*----------------------------------------------------------
019500 FD  BILLNEW-FILE
019600     RECORDING MODE IS F.
019700 01  BILLNEW-REC                     PIC X(80).
019800
019900*----------------------------------------------------------
020000* WAITLIST-FILE - THE LIVE WAITLIST, READ ONLY
020100*----------------------------------------------------------
020200 FD  WAITLIST-FILE
020300     RECORDING MODE IS F.
020400 COPY WAITLST.
020500
020600*----------------------------------------------------------
020700* WAITNEW-FILE - THE WAITLIST RENUMBERED, SAME ORDER
020800*----------------------------------------------------------
020900 FD  WAITNEW-FILE
021000     RECORDING MODE IS F.
021100 01  WAITNEW-REC                     PIC X(80).
021105
021110*----------------------------------------------------------
021115* SPONSOR-AWARD-FILE - THE RETIRED NUMBER'S AWARDS MOVED
021120*----------------------------------------------------------
021125 FD  SPONSOR-AWARD-FILE.
021130 COPY SPAWARD.
021135
021140*----------------------------------------------------------
021145* PAY-PLAN-FILE - THE RETIRED NUMBER'S PLAN MOVED
021150*----------------------------------------------------------
021155 FD  PAY-PLAN-FILE.
021160 COPY PAYPLAN.
021165
021170*----------------------------------------------------------
021175* ACAD-STANDING-FILE - THE RETIRED NUMBER'S TERM STANDING
021180*----------------------------------------------------------
021185 FD  ACAD-STANDING-FILE.
021190 COPY ACADSTND.
021200
021300*----------------------------------------------------------
021400* MERGE-LST-FILE - WHAT EACH MERGE MOVED, OR WHY NOT
021500*----------------------------------------------------------
021600 FD  MERGE-LST-FILE
021700     RECORDING MODE IS F.
021800 01  MERGE-LST-REC                   PIC X(80).
021900
022000 WORKING-STORAGE SECTION.
022100 01  WS-TRANS-STATUS                 PIC XX.
022200     88  WS-TRANS-OK                 VALUE "00".
022300
022400 01  WS-MAST-STATUS                  PIC XX.
022500     88  WS-MAST-OK                  VALUE "00", "02".
022600     88  WS-MAST-NOTFOUND            VALUE "23".
022700
022800 01  WS-HIST-STATUS                  PIC XX.
022900     88  WS-HIST-OK                  VALUE "00", "02".
023000     88  WS-HIST-NOTOPEN             VALUE "35".
023100     88  WS-HIST-NOTFOUND            VALUE "23".
023200
023300 01  WS-ABAL-STATUS                  PIC XX.
023400     88  WS-ABAL-OK                  VALUE "00", "02".
023500     88  WS-ABAL-NOTOPEN             VALUE "35".
023600     88  WS-ABAL-NOTFOUND            VALUE "23".
023700
023800 01  WS-HOLD-STATUS                  PIC XX.
023900     88  WS-HOLD-OK                  VALUE "00", "02".
024000     88  WS-HOLD-NOTOPEN             VALUE "35".
024100     88  WS-HOLD-NOTFOUND            VALUE "23".
024200
024300 01  WS-PERS-STATUS                  PIC XX.
024400     88  WS-PERS-OK                  VALUE "00", "02".
024500     88  WS-PERS-NOTFOUND            VALUE "23".
024600
024700 01  WS-XREF-STATUS                  PIC XX.
024800     88  WS-XREF-OK                  VALUE "00", "02".
024900     88  WS-XREF-NOTOPEN             VALUE "35".
025000     88  WS-XREF-NOTFOUND            VALUE "23".
025100
025200 01  WS-PROF-STATUS                  PIC XX.
025300     88  WS-PROF-OK                  VALUE "00".
025400     88  WS-PROF-NOTOPEN             VALUE "35".
025500
025600 01  WS-AUD-STATUS                   PIC XX.
025700     88  WS-AUD-OK                   VALUE "00".
025800
025900 01  WS-JRN-STATUS                   PIC XX.
026000     88  WS-JRN-OK                   VALUE "00".
026100
026200 01  WS-BILL-STATUS                  PIC XX.
026300     88  WS-BILL-OK                  VALUE "00".
026400     88  WS-BILL-NOTOPEN             VALUE "35".
026500
026600 01  WS-BNEW-STATUS                  PIC XX.
026700     88  WS-BNEW-OK                  VALUE "00".
026800
026900 01  WS-WAIT-STATUS                  PIC XX.
027000     88  WS-WAIT-OK                  VALUE "00".
027100     88  WS-WAIT-NOTOPEN             VALUE "35".
027200
027300 01  WS-WNEW-STATUS                  PIC XX.
027400     88  WS-WNEW-OK                  VALUE "00".
027500
027600 01  WS-LST-STATUS                   PIC XX.
027700     88  WS-LST-OK                   VALUE "00".
027705
027710 01  WS-AWD-STATUS                   PIC XX.
027715     88  WS-AWD-OK                   VALUE "00", "02".
027720     88  WS-AWD-NOTOPEN              VALUE "35".
027725     88  WS-AWD-NOTFOUND             VALUE "23".
027730
027735 01  WS-PLAN-STATUS                  PIC XX.
027740     88  WS-PLAN-OK                  VALUE "00", "02".
027745     88  WS-PLAN-NOTOPEN             VALUE "35".
027750     88  WS-PLAN-NOTFOUND            VALUE "23".
027755
027760 01  WS-STND-STATUS                  PIC XX.
027765     88  WS-STND-OK                  VALUE "00", "02".
027770     88  WS-STND-NOTOPEN             VALUE "35".
027775     88  WS-STND-NOTFOUND            VALUE "23".
027800
027900 01  WS-AUD-FIELDS.
028000     05  WS-AUD-BEFORE               PIC X(80).
028100     05  WS-AUD-AFTER                PIC X(80).
028200     05  WS-AUD-DATE                 PIC 9(8).
028300     05  WS-AUD-TIME                 PIC 9(8).
028310     05  WS-AUD-ACTION               PIC X(1).
028320     05  WS-AUD-STUDENTID            PIC 9(7).
028330     05  WS-AUD-OLD                  PIC X(30).
028340     05  WS-AUD-NEW                  PIC X(30).
028400
028500 01  WS-SWITCHES.
028600     05  WS-EOF-SW                   PIC X(01) VALUE "N".
028700         88  WS-EOF                  VALUE "Y".
028800     05  WS-SCAN-EOF-SW              PIC X(01) VALUE "N".
028900         88  WS-SCAN-EOF             VALUE "Y".
029000     05  WS-TRANS-VALID-SW           PIC X(01) VALUE "Y".
029100         88  WS-TRANS-VALID          VALUE "Y".
029200     05  WS-HIST-PRESENT-SW          PIC X(01) VALUE "Y".
029300         88  WS-HIST-PRESENT         VALUE "Y".
029400     05  WS-HOLD-PRESENT-SW          PIC X(01) VALUE "Y".
029500         88  WS-HOLD-PRESENT         VALUE "Y".
029510     05  WS-AWD-PRESENT-SW           PIC X(01) VALUE "Y".
029520         88  WS-AWD-PRESENT          VALUE "Y".
029530     05  WS-PLAN-PRESENT-SW          PIC X(01) VALUE "Y".
029540         88  WS-PLAN-PRESENT         VALUE "Y".
029550     05  WS-STND-PRESENT-SW          PIC X(01) VALUE "Y".
029560         88  WS-STND-PRESENT         VALUE "Y".
029570     05  WS-PLAN-FOUND-SW            PIC X(01) VALUE "N".
029580         88  WS-PLAN-FOUND           VALUE "Y".
029600
029700 01  WS-PARM-LEN                     PIC S9(04) COMP.
029800 01  WS-OPERATOR-ID                  PIC X(8).
029900* THE OPERATOR'S AUTHORITY - 9 WHEN NO PROFILE FILE EXISTS
030000* (OPEN SHOP), 0 WHEN THE OPERATOR HAS NO PROFILE
030100 01  WS-OPER-LEVEL                   PIC 9(1) VALUE ZERO.
030200
030300 01  WS-SURVIVOR-ID                  PIC 9(7).
030400 01  WS-RETIRED-ID                   PIC 9(7).
030500
030600 01  WS-COUNTERS.
030700     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
030800     05  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
030900     05  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
031000     05  WS-REG-MOVED                PIC 9(05) COMP VALUE ZERO.
031100     05  WS-HIST-MOVED               PIC 9(05) COMP VALUE ZERO.
031200     05  WS-XREF-MOVED               PIC 9(05) COMP VALUE ZERO.
031210     05  WS-AWD-MOVED                PIC 9(05) COMP VALUE ZERO.
031220     05  WS-PLAN-MOVED               PIC 9(05) COMP VALUE ZERO.
031230     05  WS-STND-MOVED               PIC 9(05) COMP VALUE ZERO.
031300     05  WS-BILL-COUNT               PIC 9(07) COMP VALUE ZERO.
031400     05  WS-BILL-MOVED               PIC 9(07) COMP VALUE ZERO.
031500     05  WS-WAIT-COUNT               PIC 9(07) COMP VALUE ZERO.
031600     05  WS-WAIT-MOVED               PIC 9(07) COMP VALUE ZERO.
031700     05  WS-TOT-REG-MOVED            PIC 9(05) COMP VALUE ZERO.
031800     05  WS-TOT-HIST-MOVED           PIC 9(05) COMP VALUE ZERO.
031900
032000*----------------------------------------------------------
032100* WS-REG-TABLE / WS-HIST-TABLE - THE RETIRED NUMBER'S
032200*     RECORDS, GATHERED BEFORE ANY IS MOVED SO A CLASH
032300*     REJECTS THE WHOLE MERGE
032400*----------------------------------------------------------
032500 01  WS-REG-TABLE.
032600     05  WS-REG-MAX                  PIC 9(03) COMP VALUE ZERO.
032700     05  WS-REG-IX                   PIC 9(03) COMP.
032800     05  WS-REG-IMAGE OCCURS 50 TIMES
032900                                     PIC X(60).
033000
033100 01  WS-HIST-TABLE.
033200     05  WS-HST-MAX                  PIC 9(03) COMP VALUE ZERO.
033300     05  WS-HST-IX                   PIC 9(03) COMP.
033400     05  WS-HST-IMAGE OCCURS 200 TIMES
033500                                     PIC X(50).
033505
033510*----------------------------------------------------------
033515* WS-AWD-TABLE / WS-STND-TABLE / WS-PLAN-RETIRED - THE
033520*     RETIRED NUMBER'S AWARDS, TERM STANDINGS AND PLAN,
033525*     GATHERED THE SAME WAY
033530*----------------------------------------------------------
033535 01  WS-AWD-TABLE.
033540     05  WS-AWD-MAX                  PIC 9(03) COMP VALUE ZERO.
033545     05  WS-AWD-IX                   PIC 9(03) COMP.
033550     05  WS-AWD-IMAGE OCCURS 20 TIMES
033555                                     PIC X(190).
033560
033565 01  WS-STND-TABLE.
033570     05  WS-STD-MAX                  PIC 9(03) COMP VALUE ZERO.
033575     05  WS-STD-IX                   PIC 9(03) COMP.
033580     05  WS-STD-IMAGE OCCURS 40 TIMES
033585                                     PIC X(70).
033590
033595 01  WS-PLAN-RETIRED                 PIC X(160).
033600
033700 01  WS-PERS-RETIRED                 PIC X(128).
033800 01  WS-PERS-OLD REDEFINES WS-PERS-RETIRED.
033900     05  WS-OLD-STUDENTID            PIC 9(7).
034000     05  WS-OLD-NOM                  PIC X(25).
034100     05  WS-OLD-RUE                  PIC X(25).
034200     05  WS-OLD-VILLE                PIC X(15).
034300     05  WS-OLD-CODE-POSTAL          PIC X(7).
034400     05  WS-OLD-TELEPHONE            PIC X(10).
034500     05  WS-OLD-COURRIEL             PIC X(30).
034600     05  WS-OLD-PROGRAM              PIC X(6).
034700     05  FILLER                      PIC X(3).
034800
034805*----------------------------------------------------------
034810* WS-PERS-SURVIVOR - THE SURVIVOR'S PERSON RECORD AS READ,
034815*     FOR THE FIELD-BY-FIELD AUDIT OF WHAT THE MERGE FILLED
034820*----------------------------------------------------------
034825 01  WS-PERS-SURVIVOR.
034830     05  WS-SRV-STUDENTID            PIC 9(7).
034835     05  WS-SRV-NOM                  PIC X(25).
034840     05  WS-SRV-RUE                  PIC X(25).
034845     05  WS-SRV-VILLE                PIC X(15).
034850     05  WS-SRV-CODE-POSTAL          PIC X(7).
034855     05  WS-SRV-TELEPHONE            PIC X(10).
034860     05  WS-SRV-COURRIEL             PIC X(30).
034865     05  WS-SRV-PROGRAM              PIC X(6).
034870     05  FILLER                      PIC X(3).
034875
034880 COPY PERSAUD.
034885
034900 01  WS-BALANCE-SAVE.
035000     05  WS-SAV-BALANCE              PIC S9(7)V99 COMP-3.
035100     05  WS-SAV-CHARGES              PIC S9(9)V99 COMP-3.
035200     05  WS-SAV-PAYMENTS             PIC S9(9)V99 COMP-3.
035300     05  WS-SAV-LAST-DATE            PIC 9(8).
035400
035500 01  WS-HOLD-SAVE.
035600     05  WS-SAV-SET-DATE             PIC 9(8).
035700     05  WS-SAV-HOLD-BAL             PIC S9(7)V99 COMP-3.
035800
035900* YYMMDD
036000 01  CURRENTDATE.
036100     05  CURRENTYEAR                 PIC 9(4).
036200     05  CURRENTMONTH                PIC 99.
036300     05  CURRENTDAY                  PIC 99.
036400 01  WS-RUN-DATE REDEFINES CURRENTDATE
036500                                     PIC 9(8).
036600
036700 01  WS-HEADING-1.
036800     05  FILLER                      PIC X(45)
036900         VALUE "STUMERGE - FUSION DES DOSSIERS EN DOUBLE".
037000
037100 01  WS-HEADING-2.
037200     05  FILLER                      PIC X(20)
037300             VALUE "DATE DU TRAITEMENT: ".
037400     05  HDG-DAY                     PIC 99.
037500     05  FILLER                      PIC X(01) VALUE "/".
037600     05  HDG-MONTH                   PIC 99.
037700     05  FILLER                      PIC X(01) VALUE "/".
037800     05  HDG-YEAR                    PIC 9(4).
037900
038000 01  WS-ACTION-LINE.
038100     05  FILLER                      PIC X(09)
038200             VALUE "FUSION : ".
038300     05  ACT-RETIRED                 PIC X(7).
038400     05  FILLER                      PIC X(19)
038500             VALUE " RETIRE, CONSERVE: ".
038600     05  ACT-SURVIVOR                PIC X(7).
038700
038800 01  WS-REJECT-LINE.
038900     05  FILLER                      PIC X(09)
039000             VALUE "REJET  : ".
039100     05  REJ-REASON                  PIC X(40).
039200
039300 01  WS-CLASH-LINE.
039400     05  FILLER                      PIC X(09) VALUE SPACES.
039500     05  CLS-LABEL                   PIC X(20).
039600     05  CLS-COURSECODE              PIC X(4).
039700     05  FILLER                      PIC X(02) VALUE SPACES.
039800     05  CLS-TERM                    PIC X(5).
039810     05  FILLER                      PIC X(02) VALUE SPACES.
039820     05  CLS-SPONSORID               PIC X(6) VALUE SPACES.
039900
040000 01  WS-MOVED-LINE.
040100     05  FILLER                      PIC X(09) VALUE SPACES.
040200     05  MOV-LABEL                   PIC X(25).
040300     05  MOV-COUNT                   PIC ZZZZ9.
040400
040500 01  WS-TRAILER-LINE.
040600     05  TRL-LABEL                   PIC X(25).
040700     05  TRL-COUNT                   PIC ZZZZZZ9.
040800
040900 LINKAGE SECTION.
041000 COPY SIGNON.
041100
041200 PROCEDURE DIVISION USING OPERATOR-PARM.
041300*----------------------------------------------------------
041400* 0000-MAINLINE
041500*----------------------------------------------------------
041600 0000-MAINLINE.
041700     PERFORM 1000-INITIALIZE
041800         THRU 1000-EXIT.
041900     PERFORM 2000-PROCESS-MERGE
042000         THRU 2000-EXIT
042100         UNTIL WS-EOF.
042200     PERFORM 6000-RENUMBER-BILLING
042300         THRU 6000-EXIT.
042400     PERFORM 6500-RENUMBER-WAITLIST
042500         THRU 6500-EXIT.
042600     PERFORM 8000-TERMINATE
042700         THRU 8000-EXIT.
042800     GOBACK.
042900
043000*----------------------------------------------------------
043100* 1000-INITIALIZE - OPERATOR, OPEN FILES, PRINT HEADINGS,
043200*     PRIME READ
043300*----------------------------------------------------------
043400 1000-INITIALIZE.
043500     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
043600     MOVE "STUMERGE" TO WS-OPERATOR-ID
043700     IF ADDRESS OF OPERATOR-PARM NOT = NULL
043800         MOVE OP-PARM-LEN TO WS-PARM-LEN
043900         IF WS-PARM-LEN > 8
044000             MOVE 8 TO WS-PARM-LEN
044100         END-IF
044200         IF WS-PARM-LEN > ZERO
044300             AND OP-OPERATOR-ID (1:WS-PARM-LEN)
044400                 NOT = SPACES
044500             MOVE OP-OPERATOR-ID (1:WS-PARM-LEN)
044600                 TO WS-OPERATOR-ID
044700         END-IF
044800     END-IF
044900     PERFORM 1200-GET-AUTHORITY
045000         THRU 1200-EXIT
045100     OPEN INPUT MERGE-TRANS-FILE
045200     IF NOT WS-TRANS-OK
045300         DISPLAY "STUMERGE - OUVERTURE MERGEIN IMPOSSIBLE "
045400             WS-TRANS-STATUS
045500         GO TO 9999-ABEND
045600     END-IF
045700     OPEN I-O STUDENT-MASTER
045800     IF NOT WS-MAST-OK
045900         DISPLAY "STUMERGE - OUVERTURE STUMAST IMPOSSIBLE "
046000             WS-MAST-STATUS
046100         GO TO 9999-ABEND
046200     END-IF
046300     OPEN I-O STUDENT-PERSON-FILE
046400     IF NOT WS-PERS-OK
046500         DISPLAY "STUMERGE - OUVERTURE STUPERS IMPOSSIBLE "
046600             WS-PERS-STATUS
046700         GO TO 9999-ABEND
046800     END-IF
046900     MOVE "Y" TO WS-HIST-PRESENT-SW
047000     OPEN I-O COURSE-HIST-FILE
047100     IF WS-HIST-NOTOPEN
047200         MOVE "N" TO WS-HIST-PRESENT-SW
047300     ELSE
047400         IF NOT WS-HIST-OK
047500             DISPLAY "STUMERGE - OUVERTURE CRSEHIST IMPOSSIBLE "
047600                 WS-HIST-STATUS
047700             GO TO 9999-ABEND
047800         END-IF
047900     END-IF
048000     MOVE "Y" TO WS-HOLD-PRESENT-SW
048100     OPEN I-O STUDENT-HOLD-FILE
048200     IF WS-HOLD-NOTOPEN
048300         MOVE "N" TO WS-HOLD-PRESENT-SW
048400     ELSE
048500         IF NOT WS-HOLD-OK
048600             DISPLAY "STUMERGE - OUVERTURE STUHOLD IMPOSSIBLE "
048700                 WS-HOLD-STATUS
048800             GO TO 9999-ABEND
048900         END-IF
049000     END-IF
049002     MOVE "Y" TO WS-AWD-PRESENT-SW
049004     OPEN I-O SPONSOR-AWARD-FILE
049006     IF WS-AWD-NOTOPEN
049008         MOVE "N" TO WS-AWD-PRESENT-SW
049010     ELSE
049012         IF NOT WS-AWD-OK
049014             DISPLAY "STUMERGE - OUVERTURE SPAWARD IMPOSSIBLE "
049016                 WS-AWD-STATUS
049018             GO TO 9999-ABEND
049020         END-IF
049022     END-IF
049024     MOVE "Y" TO WS-PLAN-PRESENT-SW
049026     OPEN I-O PAY-PLAN-FILE
049028     IF WS-PLAN-NOTOPEN
049030         MOVE "N" TO WS-PLAN-PRESENT-SW
049032     ELSE
049034         IF NOT WS-PLAN-OK
049036             DISPLAY "STUMERGE - OUVERTURE PAYPLAN IMPOSSIBLE "
049038                 WS-PLAN-STATUS
049040             GO TO 9999-ABEND
049042         END-IF
049044     END-IF
049046     MOVE "Y" TO WS-STND-PRESENT-SW
049048     OPEN I-O ACAD-STANDING-FILE
049050     IF WS-STND-NOTOPEN
049052         MOVE "N" TO WS-STND-PRESENT-SW
049054     ELSE
049056         IF NOT WS-STND-OK
049058             DISPLAY "STUMERGE - OUVERTURE ACADSTND IMPOSSIBLE "
049060                 WS-STND-STATUS
049062             GO TO 9999-ABEND
049064         END-IF
049066     END-IF
049100     OPEN I-O ACCOUNT-BAL-FILE
049200     IF WS-ABAL-NOTOPEN
049300         OPEN OUTPUT ACCOUNT-BAL-FILE
049400         CLOSE ACCOUNT-BAL-FILE
049500         OPEN I-O ACCOUNT-BAL-FILE
049600     END-IF
049700     IF NOT WS-ABAL-OK
049800         DISPLAY "STUMERGE - OUVERTURE ACCTBAL IMPOSSIBLE "
049900             WS-ABAL-STATUS
050000         GO TO 9999-ABEND
050100     END-IF
050200     OPEN I-O STUDENT-XREF-FILE
050300     IF WS-XREF-NOTOPEN
050400         OPEN OUTPUT STUDENT-XREF-FILE
050500         CLOSE STUDENT-XREF-FILE
050600         OPEN I-O STUDENT-XREF-FILE
050700     END-IF
050800     IF NOT WS-XREF-OK
050900         DISPLAY "STUMERGE - OUVERTURE STUXREF IMPOSSIBLE "
051000             WS-XREF-STATUS
051100         GO TO 9999-ABEND
051200     END-IF
051300     OPEN EXTEND MAINT-AUDIT-FILE
051400     IF NOT WS-AUD-OK
051500         OPEN OUTPUT MAINT-AUDIT-FILE
051600     END-IF
051700     IF NOT WS-AUD-OK
051800         DISPLAY "STUMERGE - OUVERTURE MNTAUDT IMPOSSIBLE "
051900             WS-AUD-STATUS
052000         GO TO 9999-ABEND
052100     END-IF
052200     OPEN EXTEND STU-JOURNAL-FILE
052300     IF NOT WS-JRN-OK
052400         OPEN OUTPUT STU-JOURNAL-FILE
052500     END-IF
052600     IF NOT WS-JRN-OK
052700         DISPLAY "STUMERGE - OUVERTURE STUJRNL IMPOSSIBLE "
052800             WS-JRN-STATUS
052900         GO TO 9999-ABEND
053000     END-IF
053100     OPEN OUTPUT MERGE-LST-FILE
053200     IF NOT WS-LST-OK
053300         DISPLAY "STUMERGE - OUVERTURE MERGLST IMPOSSIBLE "
053400             WS-LST-STATUS
053500         GO TO 9999-ABEND
053600     END-IF
053700     MOVE CURRENTDAY   TO HDG-DAY
053800     MOVE CURRENTMONTH TO HDG-MONTH
053900     MOVE CURRENTYEAR  TO HDG-YEAR
054000     WRITE MERGE-LST-REC FROM WS-HEADING-1
054100     WRITE MERGE-LST-REC FROM WS-HEADING-2
054200     PERFORM 5000-READ-TRANS
054300         THRU 5000-EXIT.
054400 1000-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------
054800* 1200-GET-AUTHORITY - THE OPERATOR'S AUTHORITY LEVEL FROM
054900*     THE PROFILE FILE.  NO PROFILE FILE MEANS AN OPEN SHOP
055000*     (LEVEL 9); AN OPERATOR WITHOUT A PROFILE GETS LEVEL 0
055100*     AND CANNOT MERGE.
055200*----------------------------------------------------------
055300 1200-GET-AUTHORITY.
055400     OPEN INPUT OPERATOR-PROFILE-FILE
055500     IF WS-PROF-NOTOPEN
055600         MOVE 9 TO WS-OPER-LEVEL
055700         GO TO 1200-EXIT
055800     END-IF
055900     IF NOT WS-PROF-OK
056000         DISPLAY "STUMERGE - OUVERTURE OPERPROF IMPOSSIBLE "
056100             WS-PROF-STATUS
056200         GO TO 9999-ABEND
056300     END-IF
056400     MOVE WS-OPERATOR-ID TO OF-OPERATOR-ID
056500     READ OPERATOR-PROFILE-FILE
056600     IF WS-PROF-OK
056700         MOVE OF-AUTH-LEVEL TO WS-OPER-LEVEL
056800     ELSE
056900         MOVE ZERO TO WS-OPER-LEVEL
057000     END-IF
057100     CLOSE OPERATOR-PROFILE-FILE.
057200 1200-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------
057600* 2000-PROCESS-MERGE - EDIT ONE MERGE, GATHER THE RETIRED
057700*     NUMBER'S RECORDS, AND MOVE THEM WHEN NOTHING CLASHES
057800*----------------------------------------------------------
057900 2000-PROCESS-MERGE.
058000     ADD 1 TO WS-TRANS-COUNT
058100     MOVE "Y" TO WS-TRANS-VALID-SW
058200     MOVE MG-RETIRED-ID  TO ACT-RETIRED
058300     MOVE MG-SURVIVOR-ID TO ACT-SURVIVOR
058400     MOVE SPACES TO MERGE-LST-REC
058500     WRITE MERGE-LST-REC
058600     WRITE MERGE-LST-REC FROM WS-ACTION-LINE
058700     PERFORM 3000-EDIT-MERGE
058800         THRU 3000-EXIT
058900     IF WS-TRANS-VALID
059000         PERFORM 3200-GATHER-REGISTRATIONS
059100             THRU 3200-EXIT
059200     END-IF
059300     IF WS-TRANS-VALID
059400         PERFORM 3400-GATHER-HISTORY
059500             THRU 3400-EXIT
059600     END-IF
059605     IF WS-TRANS-VALID
059610         PERFORM 3500-GATHER-AWARDS
059615             THRU 3500-EXIT
059620     END-IF
059625     IF WS-TRANS-VALID
059630         PERFORM 3600-CHECK-PLAN
059635             THRU 3600-EXIT
059640     END-IF
059645     IF WS-TRANS-VALID
059650         PERFORM 3700-GATHER-STANDING
059655             THRU 3700-EXIT
059660     END-IF
059700     IF WS-TRANS-VALID
059800         PERFORM 4000-APPLY-MERGE
059900             THRU 4000-EXIT
060000     ELSE
060100         ADD 1 TO WS-REJECT-COUNT
060200     END-IF
060300     PERFORM 5000-READ-TRANS
060400         THRU 5000-EXIT.
060500 2000-EXIT.
060600     EXIT.
060700
060800*----------------------------------------------------------
060900* 3000-EDIT-MERGE - AUTHORITY, TWO DIFFERENT NUMBERS,
061000*     NEITHER ALREADY RETIRED, AND A SURVIVOR ON STUPERS
061100*----------------------------------------------------------
061200 3000-EDIT-MERGE.
061300     IF WS-OPER-LEVEL < 3
061400         MOVE "OPERATEUR NON AUTORISE POUR FUSION"
061500             TO REJ-REASON
061600         PERFORM 7100-WRITE-REJECT
061700             THRU 7100-EXIT
061800         GO TO 3000-EXIT
061900     END-IF
062000     IF MG-SURVIVOR-ID NOT NUMERIC
062100         OR MG-RETIRED-ID NOT NUMERIC
062200         OR MG-SURVIVOR-ID = ZERO
062300         OR MG-RETIRED-ID = ZERO
062400         MOVE "NUMERO D'ETUDIANT INVALIDE" TO REJ-REASON
062500         PERFORM 7100-WRITE-REJECT
062600             THRU 7100-EXIT
062700         GO TO 3000-EXIT
062800     END-IF
062900     IF MG-SURVIVOR-ID = MG-RETIRED-ID
063000         MOVE "LES DEUX NUMEROS SONT IDENTIQUES" TO REJ-REASON
063100         PERFORM 7100-WRITE-REJECT
063200             THRU 7100-EXIT
063300         GO TO 3000-EXIT
063400     END-IF
063500     MOVE MG-SURVIVOR-ID TO WS-SURVIVOR-ID
063600     MOVE MG-RETIRED-ID  TO WS-RETIRED-ID
063700     MOVE WS-RETIRED-ID TO XR-OLD-ID
063800     READ STUDENT-XREF-FILE
063900     IF WS-XREF-OK
064000         MOVE "NUMERO DEJA RETIRE" TO REJ-REASON
064100         PERFORM 7100-WRITE-REJECT
064200             THRU 7100-EXIT
064300         GO TO 3000-EXIT
064400     END-IF
064500     MOVE WS-SURVIVOR-ID TO XR-OLD-ID
064600     READ STUDENT-XREF-FILE
064700     IF WS-XREF-OK
064800         MOVE "LE NUMERO CONSERVE EST LUI-MEME RETIRE"
064900             TO REJ-REASON
065000         PERFORM 7100-WRITE-REJECT
065100             THRU 7100-EXIT
065200         GO TO 3000-EXIT
065300     END-IF
065400     MOVE WS-SURVIVOR-ID TO SP-STUDENTID
065500     READ STUDENT-PERSON-FILE
065600     IF WS-PERS-NOTFOUND
065700         MOVE "NUMERO CONSERVE ABSENT DE STUPERS"
065800             TO REJ-REASON
065900         PERFORM 7100-WRITE-REJECT
066000             THRU 7100-EXIT
066100         GO TO 3000-EXIT
066200     END-IF
066300     IF NOT WS-PERS-OK
066400         DISPLAY "STUMERGE - LECTURE STUPERS IMPOSSIBLE "
066500             WS-PERS-STATUS
066600         GO TO 9999-ABEND
066700     END-IF.
066800 3000-EXIT.
066900     EXIT.
067000
067100*----------------------------------------------------------
067200* 3200-GATHER-REGISTRATIONS - THE RETIRED NUMBER'S
067300*     REGISTRATIONS THROUGH THE SM-KEY BROWSE; A COURSE THE
067400*     SURVIVOR ALSO HOLDS REJECTS THE MERGE
067500*----------------------------------------------------------
067600 3200-GATHER-REGISTRATIONS.
067700     MOVE ZERO TO WS-REG-MAX
067800     MOVE "N" TO WS-SCAN-EOF-SW
067900     MOVE WS-RETIRED-ID TO SM-STUDENTID
068000     MOVE SPACES TO SM-COURSECODE
068100     START STUDENT-MASTER KEY >= SM-KEY
068200     IF NOT WS-MAST-OK
068300         GO TO 3200-EXIT
068400     END-IF
068500     PERFORM 3210-GATHER-ONE-REG
068600         THRU 3210-EXIT
068700         UNTIL WS-SCAN-EOF
068800     IF NOT WS-TRANS-VALID
068900         GO TO 3200-EXIT
069000     END-IF
069100     PERFORM 3220-CHECK-REG-CLASH
069200         THRU 3220-EXIT
069300         VARYING WS-REG-IX FROM 1 BY 1
069400         UNTIL WS-REG-IX > WS-REG-MAX.
069500 3200-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------
069900* 3210-GATHER-ONE-REG - ONE REGISTRATION INTO THE TABLE
070000*----------------------------------------------------------
070100 3210-GATHER-ONE-REG.
070200     READ STUDENT-MASTER NEXT RECORD
070300         AT END
070400             SET WS-SCAN-EOF TO TRUE
070500             GO TO 3210-EXIT
070600     END-READ
070700     IF SM-STUDENTID NOT = WS-RETIRED-ID
070800         SET WS-SCAN-EOF TO TRUE
070900         GO TO 3210-EXIT
071000     END-IF
071100     IF WS-REG-MAX >= 50
071200         MOVE "TROP D'INSCRIPTIONS SUR LE NUMERO RETIRE"
071300             TO REJ-REASON
071400         PERFORM 7100-WRITE-REJECT
071500             THRU 7100-EXIT
071600         SET WS-SCAN-EOF TO TRUE
071700         GO TO 3210-EXIT
071800     END-IF
071900     ADD 1 TO WS-REG-MAX
072000     MOVE STUDENT-MASTER-REC TO WS-REG-IMAGE (WS-REG-MAX).
072100 3210-EXIT.
072200     EXIT.
072300
072400*----------------------------------------------------------
072500* 3220-CHECK-REG-CLASH - DOES THE SURVIVOR HOLD THIS COURSE
072600*----------------------------------------------------------
072700 3220-CHECK-REG-CLASH.
072800     MOVE WS-REG-IMAGE (WS-REG-IX) TO STUDENT-MASTER-REC
072900     MOVE WS-SURVIVOR-ID TO SM-STUDENTID
073000     READ STUDENT-MASTER
073100     IF WS-MAST-NOTFOUND
073200         GO TO 3220-EXIT
073300     END-IF
073400     IF NOT WS-MAST-OK
073500         DISPLAY "STUMERGE - LECTURE STUMAST IMPOSSIBLE "
073600             WS-MAST-STATUS
073700         GO TO 9999-ABEND
073800     END-IF
073900     IF WS-TRANS-VALID
074000         MOVE "INSCRIT AU MEME COURS SOUS LES DEUX NUMEROS"
074100             TO REJ-REASON
074200         PERFORM 7100-WRITE-REJECT
074300             THRU 7100-EXIT
074400     END-IF
074500     MOVE "INSCRIPTION EN DOUBLE" TO CLS-LABEL
074600     MOVE SM-COURSECODE TO CLS-COURSECODE
074700     MOVE SPACES TO CLS-TERM
074800     WRITE MERGE-LST-REC FROM WS-CLASH-LINE.
074900 3220-EXIT.
075000     EXIT.
075100
075200*----------------------------------------------------------
075300* 3400-GATHER-HISTORY - THE RETIRED NUMBER'S COMPLETED
075400*     COURSES; THE SAME COURSE AND TERM ON THE SURVIVOR
075500*     REJECTS THE MERGE
075600*----------------------------------------------------------
075700 3400-GATHER-HISTORY.
075800     MOVE ZERO TO WS-HST-MAX
075900     IF NOT WS-HIST-PRESENT
076000         GO TO 3400-EXIT
076100     END-IF
076200     MOVE "N" TO WS-SCAN-EOF-SW
076300     MOVE WS-RETIRED-ID TO CH-STUDENTID
076400     MOVE SPACES TO CH-COURSECODE
076500     MOVE SPACES TO CH-TERM
076600     START COURSE-HIST-FILE KEY >= CH-KEY
076700     IF NOT WS-HIST-OK
076800         GO TO 3400-EXIT
076900     END-IF
077000     PERFORM 3410-GATHER-ONE-HIST
077100         THRU 3410-EXIT
077200         UNTIL WS-SCAN-EOF
077300     IF NOT WS-TRANS-VALID
077400         GO TO 3400-EXIT
077500     END-IF
077600     PERFORM 3420-CHECK-HIST-CLASH
077700         THRU 3420-EXIT
077800         VARYING WS-HST-IX FROM 1 BY 1
077900         UNTIL WS-HST-IX > WS-HST-MAX.
078000 3400-EXIT.
078100     EXIT.
078200
078300*----------------------------------------------------------
078400* 3410-GATHER-ONE-HIST - ONE HISTORY RECORD INTO THE TABLE
078500*----------------------------------------------------------
078600 3410-GATHER-ONE-HIST.
078700     READ COURSE-HIST-FILE NEXT RECORD
078800         AT END
078900             SET WS-SCAN-EOF TO TRUE
079000             GO TO 3410-EXIT
079100     END-READ
079200     IF CH-STUDENTID NOT = WS-RETIRED-ID
079300         SET WS-SCAN-EOF TO TRUE
079400         GO TO 3410-EXIT
079500     END-IF
079600     IF WS-HST-MAX >= 200
079700         MOVE "TROP D'HISTORIQUE SUR LE NUMERO RETIRE"
079800             TO REJ-REASON
079900         PERFORM 7100-WRITE-REJECT
080000             THRU 7100-EXIT
080100         SET WS-SCAN-EOF TO TRUE
080200         GO TO 3410-EXIT
080300     END-IF
080400     ADD 1 TO WS-HST-MAX
080500     MOVE COURSE-HIST-REC TO WS-HST-IMAGE (WS-HST-MAX).
080600 3410-EXIT.
080700     EXIT.
080800
080900*----------------------------------------------------------
081000* 3420-CHECK-HIST-CLASH - DOES THE SURVIVOR HAVE THIS
081100*     COURSE AND TERM ON ITS HISTORY
081200*----------------------------------------------------------
081300 3420-CHECK-HIST-CLASH.
081400     MOVE WS-HST-IMAGE (WS-HST-IX) TO COURSE-HIST-REC
081500     MOVE WS-SURVIVOR-ID TO CH-STUDENTID
081600     READ COURSE-HIST-FILE
081700     IF WS-HIST-NOTFOUND
081800         GO TO 3420-EXIT
081900     END-IF
082000     IF NOT WS-HIST-OK
082100         DISPLAY "STUMERGE - LECTURE CRSEHIST IMPOSSIBLE "
082200             WS-HIST-STATUS
082300         GO TO 9999-ABEND
082400     END-IF
082500     IF WS-TRANS-VALID
082600         MOVE "MEME COURS ET SESSION SOUS LES DEUX NUMEROS"
082700             TO REJ-REASON
082800         PERFORM 7100-WRITE-REJECT
082900             THRU 7100-EXIT
083000     END-IF
083100     MOVE "HISTORIQUE EN DOUBLE" TO CLS-LABEL
083200     MOVE CH-COURSECODE TO CLS-COURSECODE
083300     MOVE CH-TERM TO CLS-TERM
083400     WRITE MERGE-LST-REC FROM WS-CLASH-LINE.
083500 3420-EXIT.
083600     EXIT.
083700
083701*----------------------------------------------------------
083702* 3500-GATHER-AWARDS - THE RETIRED NUMBER'S SPONSOR AWARDS;
083703*     AN AWARD FROM THE SAME SPONSOR FOR THE SAME TERM ON
083704*     THE SURVIVOR REJECTS THE MERGE
083705*----------------------------------------------------------
083706 3500-GATHER-AWARDS.
083707     MOVE ZERO TO WS-AWD-MAX
083708     IF NOT WS-AWD-PRESENT
083709         GO TO 3500-EXIT
083710     END-IF
083711     MOVE "N" TO WS-SCAN-EOF-SW
083712     MOVE WS-RETIRED-ID TO AW-STUDENTID
083713     MOVE SPACES TO AW-TERM
083714     MOVE SPACES TO AW-SPONSORID
083715     START SPONSOR-AWARD-FILE KEY >= AW-KEY
083716     IF NOT WS-AWD-OK
083717         GO TO 3500-EXIT
083718     END-IF
083719     PERFORM 3510-GATHER-ONE-AWARD
083720         THRU 3510-EXIT
083721         UNTIL WS-SCAN-EOF
083722     IF NOT WS-TRANS-VALID
083723         GO TO 3500-EXIT
083724     END-IF
083725     PERFORM 3520-CHECK-AWARD-CLASH
083726         THRU 3520-EXIT
083727         VARYING WS-AWD-IX FROM 1 BY 1
083728         UNTIL WS-AWD-IX > WS-AWD-MAX.
083729 3500-EXIT.
083730     EXIT.
083731
083732*----------------------------------------------------------
083733* 3510-GATHER-ONE-AWARD - ONE AWARD INTO THE TABLE
083734*----------------------------------------------------------
083735 3510-GATHER-ONE-AWARD.
083736     READ SPONSOR-AWARD-FILE NEXT RECORD
083737         AT END
083738             SET WS-SCAN-EOF TO TRUE
083739             GO TO 3510-EXIT
083740     END-READ
083741     IF AW-STUDENTID NOT = WS-RETIRED-ID
083742         SET WS-SCAN-EOF TO TRUE
083743         GO TO 3510-EXIT
083744     END-IF
083745     IF WS-AWD-MAX >= 20
083746         MOVE "TROP D'AIDES SUR LE NUMERO RETIRE"
083747             TO REJ-REASON
083748         PERFORM 7100-WRITE-REJECT
083749             THRU 7100-EXIT
083750         SET WS-SCAN-EOF TO TRUE
083751         GO TO 3510-EXIT
083752     END-IF
083753     ADD 1 TO WS-AWD-MAX
083754     MOVE SPONSOR-AWARD-REC TO WS-AWD-IMAGE (WS-AWD-MAX).
083755 3510-EXIT.
083756     EXIT.
083757
083758*----------------------------------------------------------
083759* 3520-CHECK-AWARD-CLASH - DOES THE SURVIVOR HAVE AN AWARD
083760*     FROM THIS SPONSOR FOR THIS TERM
083761*----------------------------------------------------------
083762 3520-CHECK-AWARD-CLASH.
083763     MOVE WS-AWD-IMAGE (WS-AWD-IX) TO SPONSOR-AWARD-REC
083764     MOVE WS-SURVIVOR-ID TO AW-STUDENTID
083765     READ SPONSOR-AWARD-FILE
083766     IF WS-AWD-NOTFOUND
083767         GO TO 3520-EXIT
083768     END-IF
083769     IF NOT WS-AWD-OK
083770         DISPLAY "STUMERGE - LECTURE SPAWARD IMPOSSIBLE "
083771             WS-AWD-STATUS
083772         GO TO 9999-ABEND
083773     END-IF
083774     IF WS-TRANS-VALID
083775         MOVE "MEME COMMANDITAIRE ET SESSION SOUS LES DEUX"
083776             TO REJ-REASON
083777         PERFORM 7100-WRITE-REJECT
083778             THRU 7100-EXIT
083779     END-IF
083780     MOVE "AIDE EN DOUBLE" TO CLS-LABEL
083781     MOVE SPACES TO CLS-COURSECODE
083782     MOVE AW-TERM TO CLS-TERM
083783     MOVE AW-SPONSORID TO CLS-SPONSORID
083784     WRITE MERGE-LST-REC FROM WS-CLASH-LINE
083785     MOVE SPACES TO CLS-SPONSORID.
083786 3520-EXIT.
083787     EXIT.
083788
083789*----------------------------------------------------------
083790* 3600-CHECK-PLAN - THE RETIRED NUMBER'S PAYMENT PLAN; A
083791*     PLAN ON THE SURVIVOR AS WELL REJECTS THE MERGE - THE
083792*     BURSAR REWORKS THE TWO INTO ONE (PLNMAINT) FIRST
083793*----------------------------------------------------------
083794 3600-CHECK-PLAN.
083795     MOVE "N" TO WS-PLAN-FOUND-SW
083796     IF NOT WS-PLAN-PRESENT
083797         GO TO 3600-EXIT
083798     END-IF
083799     MOVE WS-RETIRED-ID TO PL-STUDENTID
083800     READ PAY-PLAN-FILE
083801     IF WS-PLAN-NOTFOUND
083802         GO TO 3600-EXIT
083803     END-IF
083804     IF NOT WS-PLAN-OK
083805         DISPLAY "STUMERGE - LECTURE PAYPLAN IMPOSSIBLE "
083806             WS-PLAN-STATUS
083807         GO TO 9999-ABEND
083808     END-IF
083809     MOVE "Y" TO WS-PLAN-FOUND-SW
083810     MOVE PAY-PLAN-REC TO WS-PLAN-RETIRED
083811     MOVE WS-SURVIVOR-ID TO PL-STUDENTID
083812     READ PAY-PLAN-FILE
083813     IF WS-PLAN-NOTFOUND
083814         GO TO 3600-EXIT
083815     END-IF
083816     IF NOT WS-PLAN-OK
083817         DISPLAY "STUMERGE - LECTURE PAYPLAN IMPOSSIBLE "
083818             WS-PLAN-STATUS
083819         GO TO 9999-ABEND
083820     END-IF
083821     MOVE "PLAN DE PAIEMENT SOUS LES DEUX NUMEROS"
083822         TO REJ-REASON
083823     PERFORM 7100-WRITE-REJECT
083824         THRU 7100-EXIT.
083825 3600-EXIT.
083826     EXIT.
083827
083828*----------------------------------------------------------
083829* 3700-GATHER-STANDING - THE RETIRED NUMBER'S TERM
083830*     STANDINGS.  NONE REJECTS THE MERGE: A TERM THE
083831*     SURVIVOR ALSO HOLDS IS SETTLED WHEN THEY ARE MOVED
083832*----------------------------------------------------------
083833 3700-GATHER-STANDING.
083834     MOVE ZERO TO WS-STD-MAX
083835     IF NOT WS-STND-PRESENT
083836         GO TO 3700-EXIT
083837     END-IF
083838     MOVE "N" TO WS-SCAN-EOF-SW
083839     MOVE WS-RETIRED-ID TO AS-STUDENTID
083840     MOVE SPACES TO AS-TERM
083841     START ACAD-STANDING-FILE KEY >= AS-KEY
083842     IF NOT WS-STND-OK
083843         GO TO 3700-EXIT
083844     END-IF
083845     PERFORM 3710-GATHER-ONE-STANDING
083846         THRU 3710-EXIT
083847         UNTIL WS-SCAN-EOF.
083848 3700-EXIT.
083849     EXIT.
083850
083851*----------------------------------------------------------
083852* 3710-GATHER-ONE-STANDING - ONE TERM STANDING INTO THE
083853*     TABLE
083854*----------------------------------------------------------
083855 3710-GATHER-ONE-STANDING.
083856     READ ACAD-STANDING-FILE NEXT RECORD
083857         AT END
083858             SET WS-SCAN-EOF TO TRUE
083859             GO TO 3710-EXIT
083860     END-READ
083861     IF AS-STUDENTID NOT = WS-RETIRED-ID
083862         SET WS-SCAN-EOF TO TRUE
083863         GO TO 3710-EXIT
083864     END-IF
083865     IF WS-STD-MAX >= 40
083866         MOVE "TROP DE SESSIONS SUR LE NUMERO RETIRE"
083867             TO REJ-REASON
083868         PERFORM 7100-WRITE-REJECT
083869             THRU 7100-EXIT
083870         SET WS-SCAN-EOF TO TRUE
083871         GO TO 3710-EXIT
083872     END-IF
083873     ADD 1 TO WS-STD-MAX
083874     MOVE ACAD-STANDING-REC TO WS-STD-IMAGE (WS-STD-MAX).
083875 3710-EXIT.
083876     EXIT.
083877
083878*----------------------------------------------------------
083900* 4000-APPLY-MERGE - MOVE EVERYTHING; THE CROSS-REFERENCE
084000*     IS WRITTEN LAST, SO A RUN THAT STOPS PART WAY CAN
084100*     SIMPLY BE RESUBMITTED
084200*----------------------------------------------------------
084300 4000-APPLY-MERGE.
084400     MOVE ZERO TO WS-REG-MOVED
084500     MOVE ZERO TO WS-HIST-MOVED
084600     MOVE ZERO TO WS-XREF-MOVED
084610     MOVE ZERO TO WS-AWD-MOVED
084620     MOVE ZERO TO WS-PLAN-MOVED
084630     MOVE ZERO TO WS-STND-MOVED
084700     PERFORM 4100-MOVE-REGISTRATION
084800         THRU 4100-EXIT
084900         VARYING WS-REG-IX FROM 1 BY 1
085000         UNTIL WS-REG-IX > WS-REG-MAX
085100     PERFORM 4200-MOVE-HISTORY
085200         THRU 4200-EXIT
085300         VARYING WS-HST-IX FROM 1 BY 1
085400         UNTIL WS-HST-IX > WS-HST-MAX
085500     PERFORM 4300-MERGE-BALANCE
085600         THRU 4300-EXIT
085700     PERFORM 4400-MERGE-HOLD
085800         THRU 4400-EXIT
085900     PERFORM 4500-MERGE-PERSON
086000         THRU 4500-EXIT
086005     PERFORM 4700-MOVE-AWARD
086010         THRU 4700-EXIT
086015         VARYING WS-AWD-IX FROM 1 BY 1
086020         UNTIL WS-AWD-IX > WS-AWD-MAX
086025     PERFORM 4750-MOVE-PLAN
086030         THRU 4750-EXIT
086035     PERFORM 4800-MOVE-STANDING
086040         THRU 4800-EXIT
086045         VARYING WS-STD-IX FROM 1 BY 1
086050         UNTIL WS-STD-IX > WS-STD-MAX
086100     PERFORM 4600-RETIRE-NUMBER
086200         THRU 4600-EXIT
086300     ADD 1 TO WS-APPLIED-COUNT
086400     ADD WS-REG-MOVED  TO WS-TOT-REG-MOVED
086500     ADD WS-HIST-MOVED TO WS-TOT-HIST-MOVED
086600     MOVE "INSCRIPTIONS DEPLACEES  : " TO MOV-LABEL
086700     MOVE WS-REG-MOVED TO MOV-COUNT
086800     WRITE MERGE-LST-REC FROM WS-MOVED-LINE
086900     MOVE "HISTORIQUE DEPLACE      : " TO MOV-LABEL
087000     MOVE WS-HIST-MOVED TO MOV-COUNT
087100     WRITE MERGE-LST-REC FROM WS-MOVED-LINE
087200     MOVE "RENVOIS REDIRIGES       : " TO MOV-LABEL
087300     MOVE WS-XREF-MOVED TO MOV-COUNT
087310     WRITE MERGE-LST-REC FROM WS-MOVED-LINE
087320     MOVE "AIDES DEPLACEES         : " TO MOV-LABEL
087330     MOVE WS-AWD-MOVED TO MOV-COUNT
087340     WRITE MERGE-LST-REC FROM WS-MOVED-LINE
087350     MOVE "PLAN DE PAIEMENT DEPLACE: " TO MOV-LABEL
087360     MOVE WS-PLAN-MOVED TO MOV-COUNT
087370     WRITE MERGE-LST-REC FROM WS-MOVED-LINE
087380     MOVE "MOYENNES DEPLACEES      : " TO MOV-LABEL
087390     MOVE WS-STND-MOVED TO MOV-COUNT
087400     WRITE MERGE-LST-REC FROM WS-MOVED-LINE.
087500 4000-EXIT.
087600     EXIT.
087700
087800*----------------------------------------------------------
087900* 4100-MOVE-REGISTRATION - REWRITE ONE REGISTRATION UNDER
088000*     THE SURVIVOR: WRITE THE NEW KEY, DELETE THE OLD ONE,
088100*     JOURNAL BOTH ("W" THEN "D") AND AUDIT THE CHANGE
088200*----------------------------------------------------------
088300 4100-MOVE-REGISTRATION.
088400     MOVE SPACES TO WS-AUD-BEFORE
088500     MOVE WS-REG-IMAGE (WS-REG-IX) TO STUDENT-MASTER-REC
088600     MOVE STUDENT-MASTER-REC TO WS-AUD-BEFORE
088700     MOVE WS-SURVIVOR-ID TO SM-STUDENTID
088800     WRITE STUDENT-MASTER-REC
088900     IF NOT WS-MAST-OK
089000         DISPLAY "STUMERGE - ECRITURE STUMAST IMPOSSIBLE "
089100             WS-MAST-STATUS
089200         GO TO 9999-ABEND
089300     END-IF
089400     MOVE SPACES TO WS-AUD-AFTER
089500     MOVE STUDENT-MASTER-REC TO WS-AUD-AFTER
089600     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
089700     ACCEPT WS-AUD-TIME FROM TIME
089800     MOVE "W" TO JR-ACTION
089900     MOVE WS-AUD-AFTER TO JR-IMAGE
090000     PERFORM 7300-WRITE-JOURNAL
090100         THRU 7300-EXIT
090200     MOVE WS-REG-IMAGE (WS-REG-IX) TO STUDENT-MASTER-REC
090300     DELETE STUDENT-MASTER RECORD
090400     IF NOT WS-MAST-OK
090500         DISPLAY "STUMERGE - SUPPRESSION STUMAST IMPOSSIBLE "
090600             WS-MAST-STATUS
090700         GO TO 9999-ABEND
090800     END-IF
090900     MOVE "D" TO JR-ACTION
091000     MOVE WS-AUD-BEFORE TO JR-IMAGE
091100     PERFORM 7300-WRITE-JOURNAL
091200         THRU 7300-EXIT
091300     PERFORM 7200-WRITE-AUDIT
091400         THRU 7200-EXIT
091500     ADD 1 TO WS-REG-MOVED.
091600 4100-EXIT.
091700     EXIT.
091800
091900*----------------------------------------------------------
092000* 4200-MOVE-HISTORY - REWRITE ONE COMPLETED COURSE UNDER
092100*     THE SURVIVOR
092200*----------------------------------------------------------
092300 4200-MOVE-HISTORY.
092400     MOVE WS-HST-IMAGE (WS-HST-IX) TO COURSE-HIST-REC
092500     MOVE WS-SURVIVOR-ID TO CH-STUDENTID
092600     WRITE COURSE-HIST-REC
092700     IF NOT WS-HIST-OK
092800         DISPLAY "STUMERGE - ECRITURE CRSEHIST IMPOSSIBLE "
092900             WS-HIST-STATUS
093000         GO TO 9999-ABEND
093100     END-IF
093200     MOVE WS-HST-IMAGE (WS-HST-IX) TO COURSE-HIST-REC
093300     DELETE COURSE-HIST-FILE RECORD
093400     IF NOT WS-HIST-OK
093500         DISPLAY "STUMERGE - SUPPRESSION CRSEHIST IMPOSSIBLE "
093600             WS-HIST-STATUS
093700         GO TO 9999-ABEND
093800     END-IF
093900     ADD 1 TO WS-HIST-MOVED.
094000 4200-EXIT.
094100     EXIT.
094200
094300*----------------------------------------------------------
094400* 4300-MERGE-BALANCE - THE RETIRED NUMBER'S CHARGES,
094500*     PAYMENTS AND BALANCE ADDED TO THE SURVIVOR'S (THE
094600*     ACCTBAL TOTAL IS UNCHANGED)
094700*----------------------------------------------------------
094800 4300-MERGE-BALANCE.
094900     MOVE WS-RETIRED-ID TO AB-STUDENTID
095000     READ ACCOUNT-BAL-FILE
095100     IF WS-ABAL-NOTFOUND
095200         GO TO 4300-EXIT
095300     END-IF
095400     IF NOT WS-ABAL-OK
095500         DISPLAY "STUMERGE - LECTURE ACCTBAL IMPOSSIBLE "
095600             WS-ABAL-STATUS
095700         GO TO 9999-ABEND
095800     END-IF
095900     MOVE AB-BALANCE   TO WS-SAV-BALANCE
096000     MOVE AB-CHARGES   TO WS-SAV-CHARGES
096100     MOVE AB-PAYMENTS  TO WS-SAV-PAYMENTS
096200     MOVE AB-LAST-DATE TO WS-SAV-LAST-DATE
096300     DELETE ACCOUNT-BAL-FILE RECORD
096400     IF NOT WS-ABAL-OK
096500         DISPLAY "STUMERGE - SUPPRESSION ACCTBAL IMPOSSIBLE "
096600             WS-ABAL-STATUS
096700         GO TO 9999-ABEND
096800     END-IF
096900     MOVE WS-SURVIVOR-ID TO AB-STUDENTID
097000     READ ACCOUNT-BAL-FILE
097100     IF WS-ABAL-NOTFOUND
097200         MOVE WS-SURVIVOR-ID   TO AB-STUDENTID
097300         MOVE WS-SAV-BALANCE   TO AB-BALANCE
097400         MOVE WS-SAV-CHARGES   TO AB-CHARGES
097500         MOVE WS-SAV-PAYMENTS  TO AB-PAYMENTS
097600         MOVE WS-SAV-LAST-DATE TO AB-LAST-DATE
097700         WRITE ACCOUNT-BAL-REC
097800     ELSE
097900         IF NOT WS-ABAL-OK
098000             DISPLAY "STUMERGE - LECTURE ACCTBAL IMPOSSIBLE "
098100                 WS-ABAL-STATUS
098200             GO TO 9999-ABEND
098300         END-IF
098400         ADD WS-SAV-BALANCE  TO AB-BALANCE
098500         ADD WS-SAV-CHARGES  TO AB-CHARGES
098600         ADD WS-SAV-PAYMENTS TO AB-PAYMENTS
098700         IF WS-SAV-LAST-DATE > AB-LAST-DATE
098800             MOVE WS-SAV-LAST-DATE TO AB-LAST-DATE
098900         END-IF
099000         REWRITE ACCOUNT-BAL-REC
099100     END-IF
099200     IF NOT WS-ABAL-OK
099300         DISPLAY "STUMERGE - MAJ ACCTBAL IMPOSSIBLE "
099400             WS-ABAL-STATUS
099500         GO TO 9999-ABEND
099600     END-IF.
099700 4300-EXIT.
099800     EXIT.
099900
100000*----------------------------------------------------------
100100* 4400-MERGE-HOLD - A HOLD ON THE RETIRED NUMBER MOVES TO
100200*     THE SURVIVOR; WITH BOTH HELD THE EARLIER SET DATE
100300*     STANDS AND THE BALANCES ADD (DUNNING RESTATES THEM)
100400*----------------------------------------------------------
100500 4400-MERGE-HOLD.
100600     IF NOT WS-HOLD-PRESENT
100700         GO TO 4400-EXIT
100800     END-IF
100900     MOVE WS-RETIRED-ID TO HD-STUDENTID
101000     READ STUDENT-HOLD-FILE
101100     IF WS-HOLD-NOTFOUND
101200         GO TO 4400-EXIT
101300     END-IF
101400     IF NOT WS-HOLD-OK
101500         DISPLAY "STUMERGE - LECTURE STUHOLD IMPOSSIBLE "
101600             WS-HOLD-STATUS
101700         GO TO 9999-ABEND
101800     END-IF
101900     MOVE HD-SET-DATE TO WS-SAV-SET-DATE
102000     MOVE HD-BALANCE  TO WS-SAV-HOLD-BAL
102100     DELETE STUDENT-HOLD-FILE RECORD
102200     IF NOT WS-HOLD-OK
102300         DISPLAY "STUMERGE - SUPPRESSION STUHOLD IMPOSSIBLE "
102400             WS-HOLD-STATUS
102500         GO TO 9999-ABEND
102600     END-IF
102700     MOVE WS-SURVIVOR-ID TO HD-STUDENTID
102800     READ STUDENT-HOLD-FILE
102900     IF WS-HOLD-NOTFOUND
103000         MOVE SPACES TO STUDENT-HOLD-REC
103100         MOVE WS-SURVIVOR-ID  TO HD-STUDENTID
103200         MOVE WS-SAV-SET-DATE TO HD-SET-DATE
103300         MOVE WS-SAV-HOLD-BAL TO HD-BALANCE
103400         WRITE STUDENT-HOLD-REC
103500     ELSE
103600         IF NOT WS-HOLD-OK
103700             DISPLAY "STUMERGE - LECTURE STUHOLD IMPOSSIBLE "
103800                 WS-HOLD-STATUS
103900             GO TO 9999-ABEND
104000         END-IF
104100         ADD WS-SAV-HOLD-BAL TO HD-BALANCE
104200         IF WS-SAV-SET-DATE < HD-SET-DATE
104300             MOVE WS-SAV-SET-DATE TO HD-SET-DATE
104400         END-IF
104500         REWRITE STUDENT-HOLD-REC
104600     END-IF
104700     IF NOT WS-HOLD-OK
104800         DISPLAY "STUMERGE - MAJ STUHOLD IMPOSSIBLE "
104900             WS-HOLD-STATUS
105000         GO TO 9999-ABEND
105100     END-IF.
105200 4400-EXIT.
105300     EXIT.
105400
105500*----------------------------------------------------------
105600* 4500-MERGE-PERSON - THE SURVIVOR'S BLANK ADDRESS, PHONE,
105700*     E-MAIL AND PROGRAM ARE FILLED FROM THE RETIRED
105800*     PERSON RECORD, WHICH IS THEN DELETED
105900*----------------------------------------------------------
106000 4500-MERGE-PERSON.
106100     MOVE WS-RETIRED-ID TO SP-STUDENTID
106200     READ STUDENT-PERSON-FILE
106300     IF WS-PERS-NOTFOUND
106400         GO TO 4500-EXIT
106500     END-IF
106600     IF NOT WS-PERS-OK
106700         DISPLAY "STUMERGE - LECTURE STUPERS IMPOSSIBLE "
106800             WS-PERS-STATUS
106900         GO TO 9999-ABEND
107000     END-IF
107100     MOVE STUDENT-PERSON-REC TO WS-PERS-RETIRED
107200     DELETE STUDENT-PERSON-FILE RECORD
107300     IF NOT WS-PERS-OK
107400         DISPLAY "STUMERGE - SUPPRESSION STUPERS IMPOSSIBLE "
107500             WS-PERS-STATUS
107600         GO TO 9999-ABEND
107700     END-IF
107710     MOVE "D"           TO WS-AUD-ACTION
107720     MOVE WS-RETIRED-ID TO WS-AUD-STUDENTID
107730     MOVE "NO"          TO PA-FIELD
107740     MOVE WS-OLD-NOM    TO WS-AUD-OLD
107750     MOVE SPACES        TO WS-AUD-NEW
107760     PERFORM 7250-WRITE-PERS-AUDIT
107770         THRU 7250-EXIT
107800     MOVE WS-SURVIVOR-ID TO SP-STUDENTID
107900     READ STUDENT-PERSON-FILE
108000     IF NOT WS-PERS-OK
108100         DISPLAY "STUMERGE - LECTURE STUPERS IMPOSSIBLE "
108200             WS-PERS-STATUS
108300         GO TO 9999-ABEND
108400     END-IF
108410     MOVE STUDENT-PERSON-REC TO WS-PERS-SURVIVOR
108500     IF SP-RUE = SPACES
108600         AND SP-VILLE = SPACES
108700         AND SP-CODE-POSTAL = SPACES
108800         MOVE WS-OLD-RUE         TO SP-RUE
108900         MOVE WS-OLD-VILLE       TO SP-VILLE
109000         MOVE WS-OLD-CODE-POSTAL TO SP-CODE-POSTAL
109100     END-IF
109200     IF SP-TELEPHONE = SPACES
109300         MOVE WS-OLD-TELEPHONE TO SP-TELEPHONE
109400     END-IF
109500     IF SP-COURRIEL = SPACES
109600         MOVE WS-OLD-COURRIEL TO SP-COURRIEL
109700     END-IF
109800     IF SP-PROGRAM = SPACES
109900         MOVE WS-OLD-PROGRAM TO SP-PROGRAM
110000     END-IF
110100     REWRITE STUDENT-PERSON-REC
110200     IF NOT WS-PERS-OK
110300         DISPLAY "STUMERGE - REECRITURE STUPERS IMPOSSIBLE "
110400             WS-PERS-STATUS
110500         GO TO 9999-ABEND
110600     END-IF
110610     PERFORM 4550-AUDIT-PERSON
110620         THRU 4550-EXIT.
110700 4500-EXIT.
110800     EXIT.
110900
110901*----------------------------------------------------------
110902* 4550-AUDIT-PERSON - ONE AUDIT RECORD FOR EACH SURVIVOR
110903*     FIELD THE MERGE FILLED, AS PERMAINT WRITES THEM
110904*----------------------------------------------------------
110905 4550-AUDIT-PERSON.
110906     MOVE "C"            TO WS-AUD-ACTION
110907     MOVE WS-SURVIVOR-ID TO WS-AUD-STUDENTID
110908     IF SP-RUE NOT = WS-SRV-RUE
110909         MOVE "RU"       TO PA-FIELD
110910         MOVE WS-SRV-RUE TO WS-AUD-OLD
110911         MOVE SP-RUE     TO WS-AUD-NEW
110912         PERFORM 7250-WRITE-PERS-AUDIT
110913             THRU 7250-EXIT
110914     END-IF
110915     IF SP-VILLE NOT = WS-SRV-VILLE
110916         MOVE "VI"         TO PA-FIELD
110917         MOVE WS-SRV-VILLE TO WS-AUD-OLD
110918         MOVE SP-VILLE     TO WS-AUD-NEW
110919         PERFORM 7250-WRITE-PERS-AUDIT
110920             THRU 7250-EXIT
110921     END-IF
110922     IF SP-CODE-POSTAL NOT = WS-SRV-CODE-POSTAL
110923         MOVE "CP"               TO PA-FIELD
110924         MOVE WS-SRV-CODE-POSTAL TO WS-AUD-OLD
110925         MOVE SP-CODE-POSTAL     TO WS-AUD-NEW
110926         PERFORM 7250-WRITE-PERS-AUDIT
110927             THRU 7250-EXIT
110928     END-IF
110929     IF SP-TELEPHONE NOT = WS-SRV-TELEPHONE
110930         MOVE "TE"             TO PA-FIELD
110931         MOVE WS-SRV-TELEPHONE TO WS-AUD-OLD
110932         MOVE SP-TELEPHONE     TO WS-AUD-NEW
110933         PERFORM 7250-WRITE-PERS-AUDIT
110934             THRU 7250-EXIT
110935     END-IF
110936     IF SP-COURRIEL NOT = WS-SRV-COURRIEL
110937         MOVE "CO"            TO PA-FIELD
110938         MOVE WS-SRV-COURRIEL TO WS-AUD-OLD
110939         MOVE SP-COURRIEL     TO WS-AUD-NEW
110940         PERFORM 7250-WRITE-PERS-AUDIT
110941             THRU 7250-EXIT
110942     END-IF
110943     IF SP-PROGRAM NOT = WS-SRV-PROGRAM
110944         MOVE "PR"           TO PA-FIELD
110945         MOVE WS-SRV-PROGRAM TO WS-AUD-OLD
110946         MOVE SP-PROGRAM     TO WS-AUD-NEW
110947         PERFORM 7250-WRITE-PERS-AUDIT
110948             THRU 7250-EXIT
110949     END-IF.
110950 4550-EXIT.
110951     EXIT.
110952
111000*----------------------------------------------------------
111100* 4600-RETIRE-NUMBER - NUMBERS RETIRED EARLIER INTO THE ONE
111200*     NOW RETIRED ARE POINTED ON AT THE SURVIVOR, THEN THE
111300*     RETIRED NUMBER ITSELF IS RECORDED
111400*----------------------------------------------------------
111500 4600-RETIRE-NUMBER.
111600     MOVE "N" TO WS-SCAN-EOF-SW
111700     MOVE LOW-VALUES TO XR-OLD-ID
111800     START STUDENT-XREF-FILE KEY >= XR-OLD-ID
111900     IF WS-XREF-OK
112000         PERFORM 4610-REPOINT-ONE
112100             THRU 4610-EXIT
112200             UNTIL WS-SCAN-EOF
112300     END-IF
112400     MOVE SPACES TO STUDENT-XREF-REC
112500     MOVE WS-RETIRED-ID  TO XR-OLD-ID
112600     MOVE WS-SURVIVOR-ID TO XR-NEW-ID
112700     MOVE WS-RUN-DATE    TO XR-MERGE-DATE
112800     MOVE WS-OPERATOR-ID TO XR-OPERATOR-ID
112900     WRITE STUDENT-XREF-REC
113000     IF NOT WS-XREF-OK
113100         DISPLAY "STUMERGE - ECRITURE STUXREF IMPOSSIBLE "
113200             WS-XREF-STATUS
113300         GO TO 9999-ABEND
113400     END-IF.
113500 4600-EXIT.
113600     EXIT.
113700
113800*----------------------------------------------------------
113900* 4610-REPOINT-ONE - ONE CROSS-REFERENCE RECORD
114000*----------------------------------------------------------
114100 4610-REPOINT-ONE.
114200     READ STUDENT-XREF-FILE NEXT RECORD
114300         AT END
114400             SET WS-SCAN-EOF TO TRUE
114500             GO TO 4610-EXIT
114600     END-READ
114700     IF XR-NEW-ID NOT = WS-RETIRED-ID
114800         GO TO 4610-EXIT
114900     END-IF
115000     MOVE WS-SURVIVOR-ID TO XR-NEW-ID
115100     REWRITE STUDENT-XREF-REC
115200     IF NOT WS-XREF-OK
115300         DISPLAY "STUMERGE - REECRITURE STUXREF IMPOSSIBLE "
115400             WS-XREF-STATUS
115500         GO TO 9999-ABEND
115600     END-IF
115700     ADD 1 TO WS-XREF-MOVED.
115800 4610-EXIT.
115900     EXIT.
116000
116001*----------------------------------------------------------
116002* 4700-MOVE-AWARD - REWRITE ONE SPONSOR AWARD UNDER THE
116003*     SURVIVOR, ITS USED AMOUNT AND CHARGED COURSES WITH IT
116004*----------------------------------------------------------
116005 4700-MOVE-AWARD.
116006     MOVE WS-AWD-IMAGE (WS-AWD-IX) TO SPONSOR-AWARD-REC
116007     MOVE WS-SURVIVOR-ID TO AW-STUDENTID
116008     WRITE SPONSOR-AWARD-REC
116009     IF NOT WS-AWD-OK
116010         DISPLAY "STUMERGE - ECRITURE SPAWARD IMPOSSIBLE "
116011             WS-AWD-STATUS
116012         GO TO 9999-ABEND
116013     END-IF
116014     MOVE WS-AWD-IMAGE (WS-AWD-IX) TO SPONSOR-AWARD-REC
116015     DELETE SPONSOR-AWARD-FILE RECORD
116016     IF NOT WS-AWD-OK
116017         DISPLAY "STUMERGE - SUPPRESSION SPAWARD IMPOSSIBLE "
116018             WS-AWD-STATUS
116019         GO TO 9999-ABEND
116020     END-IF
116021     ADD 1 TO WS-AWD-MOVED.
116022 4700-EXIT.
116023     EXIT.
116024
116025*----------------------------------------------------------
116026* 4750-MOVE-PLAN - THE RETIRED NUMBER'S PAYMENT PLAN
116027*     REWRITTEN UNDER THE SURVIVOR
116028*----------------------------------------------------------
116029 4750-MOVE-PLAN.
116030     IF NOT WS-PLAN-FOUND
116031         GO TO 4750-EXIT
116032     END-IF
116033     MOVE WS-PLAN-RETIRED TO PAY-PLAN-REC
116034     MOVE WS-SURVIVOR-ID TO PL-STUDENTID
116035     WRITE PAY-PLAN-REC
116036     IF NOT WS-PLAN-OK
116037         DISPLAY "STUMERGE - ECRITURE PAYPLAN IMPOSSIBLE "
116038             WS-PLAN-STATUS
116039         GO TO 9999-ABEND
116040     END-IF
116041     MOVE WS-RETIRED-ID TO PL-STUDENTID
116042     DELETE PAY-PLAN-FILE RECORD
116043     IF NOT WS-PLAN-OK
116044         DISPLAY "STUMERGE - SUPPRESSION PAYPLAN IMPOSSIBLE "
116045             WS-PLAN-STATUS
116046         GO TO 9999-ABEND
116047     END-IF
116048     ADD 1 TO WS-PLAN-MOVED.
116049 4750-EXIT.
116050     EXIT.
116051
116052*----------------------------------------------------------
116053* 4800-MOVE-STANDING - ONE TERM STANDING MOVED TO THE
116054*     SURVIVOR.  WHEN THE SURVIVOR HAS ITS OWN FOR THE TERM
116055*     IT STANDS, THE RETIRED ONE IS DROPPED AND THE TERM IS
116056*     LISTED - THE STANDING RUN FOR THAT TERM RESTATES IT
116057*     FROM THE MERGED HISTORY
116058*----------------------------------------------------------
116059 4800-MOVE-STANDING.
116060     MOVE WS-STD-IMAGE (WS-STD-IX) TO ACAD-STANDING-REC
116061     MOVE WS-SURVIVOR-ID TO AS-STUDENTID
116062     READ ACAD-STANDING-FILE
116063     IF WS-STND-OK
116064         MOVE "MOYENNE A RECALCULER" TO CLS-LABEL
116065         MOVE SPACES TO CLS-COURSECODE
116066         MOVE AS-TERM TO CLS-TERM
116067         WRITE MERGE-LST-REC FROM WS-CLASH-LINE
116068     ELSE
116069         IF NOT WS-STND-NOTFOUND
116070             DISPLAY "STUMERGE - LECTURE ACADSTND IMPOSSIBLE "
116071                 WS-STND-STATUS
116072             GO TO 9999-ABEND
116073         END-IF
116074         MOVE WS-STD-IMAGE (WS-STD-IX) TO ACAD-STANDING-REC
116075         MOVE WS-SURVIVOR-ID TO AS-STUDENTID
116076         WRITE ACAD-STANDING-REC
116077         IF NOT WS-STND-OK
116078             DISPLAY "STUMERGE - ECRITURE ACADSTND IMPOSSIBLE "
116079                 WS-STND-STATUS
116080             GO TO 9999-ABEND
116081         END-IF
116082         ADD 1 TO WS-STND-MOVED
116083     END-IF
116084     MOVE WS-STD-IMAGE (WS-STD-IX) TO ACAD-STANDING-REC
116085     DELETE ACAD-STANDING-FILE RECORD
116086     IF NOT WS-STND-OK
116087         DISPLAY "STUMERGE - SUPPRESSION ACADSTND IMPOSSIBLE "
116088             WS-STND-STATUS
116089         GO TO 9999-ABEND
116090     END-IF.
116091 4800-EXIT.
116092     EXIT.
116093
116100*----------------------------------------------------------
116200* 5000-READ-TRANS - READ THE NEXT MERGE, SET EOF
116300*----------------------------------------------------------
116400 5000-READ-TRANS.
116500     READ MERGE-TRANS-FILE
116600         AT END
116700             SET WS-EOF TO TRUE
116800     END-READ.
116900 5000-EXIT.
117000     EXIT.
117100
117200*----------------------------------------------------------
117300* 6000-RENUMBER-BILLING - COPY THE BILLING FILE IN ITS OWN
117400*     ORDER WITH EVERY RETIRED NUMBER REPLACED.  EVERY
117500*     RETIRED NUMBER ON STUXREF IS APPLIED, NOT JUST
117600*     TONIGHT'S, SO A COPY-BACK THAT NEVER RAN IS MADE GOOD
117700*     BY THE NEXT RUN.
117800*----------------------------------------------------------
117900 6000-RENUMBER-BILLING.
118000     OPEN OUTPUT BILLNEW-FILE
118100     IF NOT WS-BNEW-OK
118200         DISPLAY "STUMERGE - OUVERTURE BILLNEW IMPOSSIBLE "
118300             WS-BNEW-STATUS
118400         GO TO 9999-ABEND
118500     END-IF
118600     OPEN INPUT BILL-TRANS-FILE
118700     IF WS-BILL-NOTOPEN
118800         CLOSE BILLNEW-FILE
118900         GO TO 6000-EXIT
119000     END-IF
119100     IF NOT WS-BILL-OK
119200         DISPLAY "STUMERGE - OUVERTURE BILLTRAN IMPOSSIBLE "
119300             WS-BILL-STATUS
119400         GO TO 9999-ABEND
119500     END-IF
119600     MOVE "N" TO WS-SCAN-EOF-SW
119700     PERFORM 6100-RENUMBER-ONE-BILL
119800         THRU 6100-EXIT
119900         UNTIL WS-SCAN-EOF
120000     CLOSE BILL-TRANS-FILE
120100     CLOSE BILLNEW-FILE.
120200 6000-EXIT.
120300     EXIT.
120400
120500*----------------------------------------------------------
120600* 6100-RENUMBER-ONE-BILL - ONE BILLING RECORD
120700*----------------------------------------------------------
120800 6100-RENUMBER-ONE-BILL.
120900     READ BILL-TRANS-FILE
121000         AT END
121100             SET WS-SCAN-EOF TO TRUE
121200             GO TO 6100-EXIT
121300     END-READ
121400     ADD 1 TO WS-BILL-COUNT
121500     MOVE BT-STUDENTID TO XR-OLD-ID
121600     READ STUDENT-XREF-FILE
121700     IF WS-XREF-OK
121800         MOVE XR-NEW-ID TO BT-STUDENTID
121900         ADD 1 TO WS-BILL-MOVED
122000     END-IF
122100     WRITE BILLNEW-REC FROM BILL-TRANS-REC
122200     IF NOT WS-BNEW-OK
122300         DISPLAY "STUMERGE - ECRITURE BILLNEW IMPOSSIBLE "
122400             WS-BNEW-STATUS
122500         GO TO 9999-ABEND
122600     END-IF.
122700 6100-EXIT.
122800     EXIT.
122900
123000*----------------------------------------------------------
123100* 6500-RENUMBER-WAITLIST - THE SAME FOR THE WAITLIST,
123200*     ARRIVAL ORDER KEPT
123300*----------------------------------------------------------
123400 6500-RENUMBER-WAITLIST.
123500     OPEN OUTPUT WAITNEW-FILE
123600     IF NOT WS-WNEW-OK
123700         DISPLAY "STUMERGE - OUVERTURE WAITNEW IMPOSSIBLE "
123800             WS-WNEW-STATUS
123900         GO TO 9999-ABEND
124000     END-IF
124100     OPEN INPUT WAITLIST-FILE
124200     IF WS-WAIT-NOTOPEN
124300         CLOSE WAITNEW-FILE
124400         GO TO 6500-EXIT
124500     END-IF
124600     IF NOT WS-WAIT-OK
124700         DISPLAY "STUMERGE - OUVERTURE WAITLIST IMPOSSIBLE "
124800             WS-WAIT-STATUS
124900         GO TO 9999-ABEND
125000     END-IF
125100     MOVE "N" TO WS-SCAN-EOF-SW
125200     PERFORM 6600-RENUMBER-ONE-WAIT
125300         THRU 6600-EXIT
125400         UNTIL WS-SCAN-EOF
125500     CLOSE WAITLIST-FILE
125600     CLOSE WAITNEW-FILE.
125700 6500-EXIT.
125800     EXIT.
125900
126000*----------------------------------------------------------
126100* 6600-RENUMBER-ONE-WAIT - ONE WAITLIST ENTRY
126200*----------------------------------------------------------
126300 6600-RENUMBER-ONE-WAIT.
126400     READ WAITLIST-FILE
126500         AT END
126600             SET WS-SCAN-EOF TO TRUE
126700             GO TO 6600-EXIT
126800     END-READ
126900     ADD 1 TO WS-WAIT-COUNT
127000     MOVE WL-STUDENTID TO XR-OLD-ID
127100     READ STUDENT-XREF-FILE
127200     IF WS-XREF-OK
127300         MOVE XR-NEW-ID TO WL-STUDENTID
127400         ADD 1 TO WS-WAIT-MOVED
127500     END-IF
127600     WRITE WAITNEW-REC FROM WAITLIST-REC
127700     IF NOT WS-WNEW-OK
127800         DISPLAY "STUMERGE - ECRITURE WAITNEW IMPOSSIBLE "
127900             WS-WNEW-STATUS
128000         GO TO 9999-ABEND
128100     END-IF.
128200 6600-EXIT.
128300     EXIT.
128400
128500*----------------------------------------------------------
128600* 7100-WRITE-REJECT - ONE REJECTION LINE ON THE LISTING
128700*----------------------------------------------------------
128800 7100-WRITE-REJECT.
128900     MOVE "N" TO WS-TRANS-VALID-SW
129000     WRITE MERGE-LST-REC FROM WS-REJECT-LINE.
129100 7100-EXIT.
129200     EXIT.
129300
129400*----------------------------------------------------------
129500* 7200-WRITE-AUDIT - ONE MAINTENANCE AUDIT RECORD: THE
129600*     REGISTRATION UNDER THE RETIRED NUMBER BEFORE, UNDER
129700*     THE SURVIVOR AFTER
129800*----------------------------------------------------------
129900 7200-WRITE-AUDIT.
130000     MOVE SPACES TO MAINT-AUDIT-REC
130100     MOVE WS-AUD-DATE    TO MA-DATE
130200     MOVE WS-AUD-TIME    TO MA-TIME
130300     MOVE "STUMERGE"     TO MA-PROGRAM
130400     MOVE WS-OPERATOR-ID TO MA-OPERATOR
130500     MOVE "STUMAST "     TO MA-FILE
130600     MOVE "C"            TO MA-ACTION
130700     MOVE WS-AUD-BEFORE  TO MA-BEFORE-IMAGE
130800     MOVE WS-AUD-AFTER   TO MA-AFTER-IMAGE
130900     WRITE MAINT-AUDIT-REC
131000     IF NOT WS-AUD-OK
131100         DISPLAY "STUMERGE - ECRITURE MNTAUDT IMPOSSIBLE "
131200             WS-AUD-STATUS
131300     END-IF.
131400 7200-EXIT.
131500     EXIT.
131600
131602*----------------------------------------------------------
131604* 7250-WRITE-PERS-AUDIT - ONE STUPERS AUDIT RECORD FOR THE
131606*     FIELD IN PA-FIELD, IN THE PERMAINT LAYOUT (PERSAUD),
131608*     EFFECTIVE ON THE RUN DATE
131610*----------------------------------------------------------
131612 7250-WRITE-PERS-AUDIT.
131614     MOVE SPACES TO MAINT-AUDIT-REC
131616     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
131618     ACCEPT WS-AUD-TIME FROM TIME
131620     MOVE WS-AUD-DATE      TO MA-DATE
131622     MOVE WS-AUD-TIME      TO MA-TIME
131624     MOVE "STUMERGE"       TO MA-PROGRAM
131626     MOVE WS-OPERATOR-ID   TO MA-OPERATOR
131628     MOVE "STUPERS "       TO MA-FILE
131630     MOVE WS-AUD-ACTION    TO MA-ACTION
131632     MOVE WS-AUD-STUDENTID TO PA-STUDENTID
131634     MOVE WS-AUD-DATE      TO PA-EFFECT-DATE
131636     IF WS-AUD-ACTION NOT = "A"
131638         MOVE WS-AUD-OLD TO PA-VALUE
131640         MOVE PERSON-AUDIT-IMAGE TO MA-BEFORE-IMAGE
131642     END-IF
131644     IF WS-AUD-ACTION NOT = "D"
131646         MOVE WS-AUD-NEW TO PA-VALUE
131648         MOVE PERSON-AUDIT-IMAGE TO MA-AFTER-IMAGE
131650     END-IF
131652     WRITE MAINT-AUDIT-REC
131654     IF NOT WS-AUD-OK
131656         DISPLAY "STUMERGE - ECRITURE MNTAUDT IMPOSSIBLE "
131658             WS-AUD-STATUS
131660     END-IF.
131662 7250-EXIT.
131664     EXIT.
131666
131700*----------------------------------------------------------
131800* 7300-WRITE-JOURNAL - ONE UPDATE-LOG RECORD FOR FORWARD
131900*     RECOVERY; JR-ACTION AND JR-IMAGE ARE SET BY THE CALLER
132000*----------------------------------------------------------
132100 7300-WRITE-JOURNAL.
132200     MOVE WS-AUD-DATE TO JR-DATE
132300     MOVE WS-AUD-TIME TO JR-TIME
132400     MOVE "STUMERGE"  TO JR-PROGRAM
132500     WRITE STU-JOURNAL-REC
132600     IF NOT WS-JRN-OK
132700         DISPLAY "STUMERGE - ECRITURE STUJRNL IMPOSSIBLE "
132800             WS-JRN-STATUS
132900     END-IF.
133000 7300-EXIT.
133100     EXIT.
133200
133300*----------------------------------------------------------
133400* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
133500*----------------------------------------------------------
133600 8000-TERMINATE.
133700     MOVE SPACES TO MERGE-LST-REC
133800     WRITE MERGE-LST-REC
133900     MOVE "FUSIONS LUES          : " TO TRL-LABEL
134000     MOVE WS-TRANS-COUNT TO TRL-COUNT
134100     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
134200     MOVE "FUSIONS APPLIQUEES    : " TO TRL-LABEL
134300     MOVE WS-APPLIED-COUNT TO TRL-COUNT
134400     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
134500     MOVE "FUSIONS REJETEES      : " TO TRL-LABEL
134600     MOVE WS-REJECT-COUNT TO TRL-COUNT
134700     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
134800     MOVE "INSCRIPTIONS DEPLACEES: " TO TRL-LABEL
134900     MOVE WS-TOT-REG-MOVED TO TRL-COUNT
135000     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
135100     MOVE "HISTORIQUE DEPLACE    : " TO TRL-LABEL
135200     MOVE WS-TOT-HIST-MOVED TO TRL-COUNT
135300     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
135400     MOVE "FACTURATION LUE       : " TO TRL-LABEL
135500     MOVE WS-BILL-COUNT TO TRL-COUNT
135600     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
135700     MOVE "  RENUMEROTEE         : " TO TRL-LABEL
135800     MOVE WS-BILL-MOVED TO TRL-COUNT
135900     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
136000     MOVE "LISTE D'ATTENTE LUE   : " TO TRL-LABEL
136100     MOVE WS-WAIT-COUNT TO TRL-COUNT
136200     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
136300     MOVE "  RENUMEROTEE         : " TO TRL-LABEL
136400     MOVE WS-WAIT-MOVED TO TRL-COUNT
136500     WRITE MERGE-LST-REC FROM WS-TRAILER-LINE
136600     IF WS-REJECT-COUNT > ZERO
136700         MOVE 4 TO RETURN-CODE
136800     END-IF
136900     CLOSE MERGE-TRANS-FILE
137000     CLOSE STUDENT-MASTER
137100     CLOSE STUDENT-PERSON-FILE
137200     IF WS-HIST-PRESENT
137300         CLOSE COURSE-HIST-FILE
137400     END-IF
137500     IF WS-HOLD-PRESENT
137600         CLOSE STUDENT-HOLD-FILE
137700     END-IF
137710     IF WS-AWD-PRESENT
137720         CLOSE SPONSOR-AWARD-FILE
137730     END-IF
137740     IF WS-PLAN-PRESENT
137750         CLOSE PAY-PLAN-FILE
137760     END-IF
137770     IF WS-STND-PRESENT
137780         CLOSE ACAD-STANDING-FILE
137790     END-IF
137800     CLOSE ACCOUNT-BAL-FILE
137900     CLOSE STUDENT-XREF-FILE
138000     CLOSE MAINT-AUDIT-FILE
138100     CLOSE STU-JOURNAL-FILE
138200     CLOSE MERGE-LST-FILE.
138300 8000-EXIT.
138400     EXIT.
138500
138600*----------------------------------------------------------
138700* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
138800*----------------------------------------------------------
138900 9999-ABEND.
139000     DISPLAY "STUMERGE - ARRET ANORMAL DU TRAITEMENT".
139100     STOP RUN.
139200 END PROGRAM STUMERGE.
