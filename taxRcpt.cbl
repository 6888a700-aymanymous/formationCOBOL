000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  TAXRCPT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  ANNUAL TUITION TAX
001100*                  SLIPS (RELEVE 8 / T2202) FOR THE CALENDAR
001200*                  YEAR ON THE CONTROL CARD.  THE BILLING
001300*                  DETAIL (THE ARCHIVE GENERATIONS AND THE
001400*                  LIVE FILE, CONCATENATED BY THE JCL) IS
001500*                  SORTED BY STUDENT.  A PAYMENT COUNTS AS
001600*                  TUITION PAID ONCE THERE IS A CHARGE FOR
001700*                  IT: THE ELIGIBLE AMOUNT FOR THE YEAR IS
001800*                  THE LESSER OF NET PAID AND NET CHARGED TO
001900*                  THE END OF THE YEAR, LESS THE SAME FIGURE
002000*                  TO THE END OF THE YEAR BEFORE.  REVERSALS
002100*                  ("R") AND THE SPONSORED SHARES ("T" LESS
002200*                  "U") REDUCE THE CHARGES, REFUNDS ISSUED
002300*                  ("D") REDUCE THE PAYMENTS, SO A SPONSOR-
002400*                  PAID AMOUNT IS NEVER ON THE STUDENT'S
002500*                  SLIP.  THE MONTHS OF FULL-TIME AND PART-
002600*                  TIME ENROLLMENT ARE COUNTED FROM THE
002700*                  SECTION DATES (CRSESECT) OF THE COURSES
002800*                  COMPLETED (CRSEHIST, WITHDRAWALS LEFT OUT)
002900*                  AND HELD (STUMAST), A MONTH BEING FULL-
003000*                  TIME WHEN THE CREDIT HOURS OF THE SECTIONS
003100*                  RUNNING IN IT REACH THE THRESHOLD ON THE
003200*                  CARD (WS-FT-HOURS WHEN BLANK, AS
003300*                  ENRVERIF).  EACH SLIP IS PRINTED ADDRESSED
003400*                  FROM STUPERS, WRITTEN TO THE GOVERNMENT
003500*                  FILE (TAXFILE, WITH ITS SUMMARY RECORD) AND
003600*                  KEPT ON TAXSLIP.  A RERUN FOR THE SAME
003700*                  YEAR ISSUES AN AMENDED SLIP ONLY WHERE THE
003800*                  FIGURES HAVE CHANGED SINCE THE SLIP KEPT.  A
003810*                  STUDENTID RETIRED BY A DUPLICATE MERGE
003820*                  (STUXREF) IS SORTED UNDER ITS SURVIVOR, SO THE
003830*                  ARCHIVED DETAIL STILL CARRYING IT COUNTS ON THE
003840*                  SURVIVOR'S SLIP.
003900*----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BILL-TRANS-FILE ASSIGN TO BILLTRAN
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-BILL-STATUS.
004600
004700     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
004800
004900     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SP-STUDENTID
005300         ALTERNATE RECORD KEY IS SP-NOM
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-PERS-STATUS.
005600
005700     SELECT STUDENT-MASTER ASSIGN TO STUMAST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS SM-KEY
006100         ALTERNATE RECORD KEY IS SM-COURSECODE
006200             WITH DUPLICATES
006300         FILE STATUS IS WS-MAST-STATUS.
006400
006500     SELECT COURSE-HIST-FILE ASSIGN TO CRSEHIST
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CH-KEY
006900         FILE STATUS IS WS-HIST-STATUS.
007000
007100     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CM-COURSECODE
007500         FILE STATUS IS WS-CRSE-STATUS.
007600
007700     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS CS-KEY
008100         FILE STATUS IS WS-SECT-STATUS.
008200
008300     SELECT TAX-SLIP-FILE ASSIGN TO TAXSLIP
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS TX-KEY
008700         FILE STATUS IS WS-SLIP-STATUS.
008800
008900     SELECT TAX-FILE ASSIGN TO TAXFILE
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-TXF-STATUS.
009200
009300     SELECT SLIP-RPT-FILE ASSIGN TO TAXLTR
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-LTR-STATUS.
009600
009700     SELECT CONTROL-RPT-FILE ASSIGN TO TAXRPT
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-RPT-STATUS.
009910
009920     SELECT STUDENT-XREF-FILE ASSIGN TO STUXREF
009930         ORGANIZATION IS INDEXED
009940         ACCESS MODE IS DYNAMIC
009950         RECORD KEY IS XR-OLD-ID
009960         FILE STATUS IS WS-XREF-STATUS.
010000
010100 DATA DIVISION.
010200 FILE SECTION.
010300*----------------------------------------------------------
010400* BILL-TRANS-FILE - THE BILLING DETAIL, ARCHIVED AND LIVE
010500*----------------------------------------------------------
010600 FD  BILL-TRANS-FILE
010700     RECORDING MODE IS F.
010800 COPY BILLTRAN.
010900
011000*----------------------------------------------------------
011100* SORT-WORK-FILE - THE BILLING DETAIL TO THE END OF THE
011200*     YEAR, IN STUDENT ORDER
011300*----------------------------------------------------------
011400 SD  SORT-WORK-FILE.
011500 01  SORT-REC.
011600     05  SR-STUDENTID        PIC 9(7).
011700     05  SR-TYPE             PIC X(01).
011800     05  SR-AMOUNT           PIC 9(05)V99.
011900     05  SR-DATE             PIC 9(8).
012000
012100*----------------------------------------------------------
012200* STUDENT-PERSON-FILE - NAME AND MAILING ADDRESS
012300*----------------------------------------------------------
012400 FD  STUDENT-PERSON-FILE.
012500 COPY STUPERS.
012600
012700*----------------------------------------------------------
012800* STUDENT-MASTER - THE COURSES THE STUDENT STILL HOLDS
012900*----------------------------------------------------------
013000 FD  STUDENT-MASTER.
013100 COPY STUDMAS.
013200
013300*----------------------------------------------------------
013400* COURSE-HIST-FILE - THE COURSES THE STUDENT COMPLETED
013500*----------------------------------------------------------
013600 FD  COURSE-HIST-FILE.
013700 COPY CRSEHIST.
013800
013900*----------------------------------------------------------
014000* COURSE-MASTER - CREDIT HOURS OF EACH COURSE
014100*----------------------------------------------------------
014200 FD  COURSE-MASTER.
014300 COPY COURSMAS.
014400
014500*----------------------------------------------------------
014600* COURSE-SECTION-FILE - START AND END DATES OF EACH SECTION
014700*----------------------------------------------------------
014800 FD  COURSE-SECTION-FILE.
014900 COPY COURSECT.
015000
015100*----------------------------------------------------------
015200* TAX-SLIP-FILE - THE SLIPS ISSUED, FOR LATER AMENDMENT
015300*----------------------------------------------------------
015400 FD  TAX-SLIP-FILE.
015500 COPY TAXSLIP.
015600
015700*----------------------------------------------------------
015800* TAX-FILE - THE GOVERNMENT ELECTRONIC FILING FILE
015900*----------------------------------------------------------
016000 FD  TAX-FILE
016100     RECORDING MODE IS F.
016200 COPY TAXFILE.
016300
016400*----------------------------------------------------------
016500* SLIP-RPT-FILE - THE SLIPS, EACH BEHIND A RULE, FOR MAILING
016600*----------------------------------------------------------
016700 FD  SLIP-RPT-FILE
016800     RECORDING MODE IS F.
016900 01  SLIP-RPT-REC                    PIC X(80).
017000
017100*----------------------------------------------------------
017200* CONTROL-RPT-FILE - SLIPS ISSUED AND STUDENTS REFUSED
017300*----------------------------------------------------------
017400 FD  CONTROL-RPT-FILE
017500     RECORDING MODE IS F.
017600 01  CONTROL-RPT-REC                 PIC X(80).
017610
017620*----------------------------------------------------------
017630* STUDENT-XREF-FILE - STUDENTIDS RETIRED BY A DUPLICATE MERGE
017640*----------------------------------------------------------
017650 FD  STUDENT-XREF-FILE.
017660 COPY STUXREF.
017700
017800 WORKING-STORAGE SECTION.
017900 01  WS-BILL-STATUS                  PIC XX.
018000     88  WS-BILL-OK                  VALUE "00".
018100     88  WS-BILL-NOTOPEN             VALUE "35".
018200
018300 01  WS-PERS-STATUS                  PIC XX.
018400     88  WS-PERS-OK                  VALUE "00".
018500     88  WS-PERS-NOTFOUND            VALUE "23".
018600
018700 01  WS-MAST-STATUS                  PIC XX.
018800     88  WS-MAST-OK                  VALUE "00", "02".
018900     88  WS-MAST-NOTFOUND            VALUE "23".
019000
019100 01  WS-HIST-STATUS                  PIC XX.
019200     88  WS-HIST-OK                  VALUE "00".
019300     88  WS-HIST-NOTOPEN             VALUE "35".
019400     88  WS-HIST-NOTFOUND            VALUE "23".
019500
019600 01  WS-CRSE-STATUS                  PIC XX.
019700     88  WS-CRSE-OK                  VALUE "00".
019800
019900 01  WS-SECT-STATUS                  PIC XX.
020000     88  WS-SECT-OK                  VALUE "00".
020100
020200 01  WS-SLIP-STATUS                  PIC XX.
020300     88  WS-SLIP-OK                  VALUE "00".
020400     88  WS-SLIP-NOTOPEN             VALUE "35".
020500     88  WS-SLIP-NOTFOUND            VALUE "23".
020600
020700 01  WS-TXF-STATUS                   PIC XX.
020800     88  WS-TXF-OK                   VALUE "00".
020900
021000 01  WS-LTR-STATUS                   PIC XX.
021100     88  WS-LTR-OK                   VALUE "00".
021200
021300 01  WS-RPT-STATUS                   PIC XX.
021400     88  WS-RPT-OK                   VALUE "00".
021410
021420 01  WS-XREF-STATUS                  PIC XX.
021430     88  WS-XREF-OK                  VALUE "00", "02".
021440     88  WS-XREF-NOTOPEN             VALUE "35".
021450     88  WS-XREF-NOTFOUND            VALUE "23".
021500
021600*----------------------------------------------------------
021700* WS-CONTROL-CARD - TAX YEAR (1-4, REQUIRED), FULL-TIME
021800*     THRESHOLD IN CREDIT HOURS (5-6, BLANK OR ZERO KEEPS
021900*     WS-FT-HOURS) AND THE FILER NUMBER CARRIED ON THE
022000*     GOVERNMENT FILE HEADER (7-16)
022100*----------------------------------------------------------
022200 01  WS-CONTROL-CARD.
022300     05  WS-CARD-YEAR                PIC 9(4).
022400     05  WS-CARD-FT-HOURS            PIC 9(2).
022500     05  WS-CARD-FILER               PIC X(10).
022600     05  FILLER                      PIC X(64).
022700
022800* CREDIT HOURS FROM WHICH A MONTH COUNTS AS FULL-TIME
022900 01  WS-FT-HOURS                     PIC 9(2) VALUE 12.
023000
023100 01  WS-SWITCHES.
023200     05  WS-IN-EOF-SW                PIC X(01) VALUE "N".
023300         88  WS-IN-EOF               VALUE "Y".
023400     05  WS-EOF-SW                   PIC X(01) VALUE "N".
023500         88  WS-EOF                  VALUE "Y".
023600     05  WS-FIRST-SW                 PIC X(01) VALUE "Y".
023700         88  WS-FIRST                VALUE "Y".
023800     05  WS-HIST-PRESENT-SW          PIC X(01) VALUE "Y".
023900         88  WS-HIST-PRESENT         VALUE "Y".
023910     05  WS-XREF-PRESENT-SW          PIC X(01) VALUE "Y".
023920         88  WS-XREF-PRESENT         VALUE "Y".
024000     05  WS-SCAN-EOF-SW              PIC X(01) VALUE "N".
024100         88  WS-SCAN-EOF             VALUE "Y".
024200     05  WS-SLIP-FOUND-SW            PIC X(01) VALUE "N".
024300         88  WS-SLIP-FOUND           VALUE "Y".
024400
024500 01  WS-COUNTERS.
024600     05  WS-BILL-READ                PIC 9(07) COMP VALUE ZERO.
024700     05  WS-STUDENT-COUNT            PIC 9(07) COMP VALUE ZERO.
024800     05  WS-ORIGINAL-COUNT           PIC 9(07) COMP VALUE ZERO.
024900     05  WS-AMENDED-COUNT            PIC 9(07) COMP VALUE ZERO.
025000     05  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
025100     05  WS-NIL-COUNT                PIC 9(07) COMP VALUE ZERO.
025200     05  WS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
025300     05  WS-FT-TOTAL                 PIC 9(07) COMP VALUE ZERO.
025400     05  WS-PT-TOTAL                 PIC 9(07) COMP VALUE ZERO.
025500
025600 01  WS-ELIGIBLE-TOTAL               PIC 9(11)V99 VALUE ZERO.
025700
025800* YYYYMMDD
025900 01  CURRENTDATE.
026000     05  CURRENTYEAR                 PIC 9(4).
026100     05  CURRENTMONTH                PIC 99.
026200     05  CURRENTDAY                  PIC 99.
026300
026400 01  WS-YEAR-START                   PIC 9(8).
026500 01  WS-YEAR-END                     PIC 9(8).
026600 01  WS-CUR-STUDENT                  PIC 9(7).
026700
026800*----------------------------------------------------------
026900* ONE STUDENT'S BILLING TO THE START AND TO THE END OF THE
027000*     YEAR; WHAT IS PAID AGAINST A CHARGE AT EACH POINT IS
027100*     THE LESSER OF THE TWO, NEVER BELOW ZERO
027200*----------------------------------------------------------
027300 01  WS-STUDENT-BILLING.
027400     05  WS-CHG-BEFORE               PIC S9(9)V99.
027500     05  WS-PAID-BEFORE              PIC S9(9)V99.
027600     05  WS-CHG-THRU                 PIC S9(9)V99.
027700     05  WS-PAID-THRU                PIC S9(9)V99.
027800     05  WS-APPLIED-BEFORE           PIC S9(9)V99.
027900     05  WS-APPLIED-THRU             PIC S9(9)V99.
028000     05  WS-SIGNED-AMOUNT            PIC S9(9)V99.
028100
028200 01  WS-ELIGIBLE                     PIC 9(07)V99.
028300 01  WS-FT-MONTHS                    PIC 9(2).
028400 01  WS-PT-MONTHS                    PIC 9(2).
028500
028600*----------------------------------------------------------
028700* WS-SECT-TABLE - THE SECTIONS ALREADY COUNTED FOR THE
028800*     STUDENT, SO A COURSE ON BOTH CRSEHIST AND STUMAST IS
028900*     COUNTED ONCE; WS-MONTH-HOURS - CREDIT HOURS RUNNING IN
029000*     EACH MONTH OF THE YEAR
029100*----------------------------------------------------------
029200 01  WS-SECT-TABLE.
029300     05  WS-SECT-MAX                 PIC 9(03) COMP VALUE ZERO.
029400     05  WS-SECT-IX                  PIC 9(03) COMP.
029500     05  WS-SECT-ENTRY OCCURS 60 TIMES.
029600         10  WS-SECT-COURSE          PIC X(4).
029700         10  WS-SECT-SECTION         PIC X(2).
029800
029900 01  WS-MONTH-TABLE.
030000     05  WS-MONTH-IX                 PIC 9(03) COMP.
030100     05  WS-MONTH-HOURS              PIC 9(3) OCCURS 12 TIMES.
030200
030300 01  WS-LOOK-COURSE                  PIC X(4).
030400 01  WS-LOOK-SECTION                 PIC X(2).
030500 01  WS-SECT-FROM                    PIC 9(6).
030600 01  WS-SECT-TO                      PIC 9(6).
030700 01  WS-MONTH-YYYYMM                 PIC 9(6).
030800 01  WS-HOURS                        PIC 9(2).
030900
031000 01  WS-HEADING-1.
031100     05  FILLER                      PIC X(45)
031200         VALUE "TAXRCPT - RELEVES DE FRAIS DE SCOLARITE".
031300
031400 01  WS-HEADING-2.
031500     05  FILLER                      PIC X(20)
031600             VALUE "DATE DU TRAITEMENT: ".
031700     05  HDG-DAY                     PIC 99.
031800     05  FILLER                      PIC X(01) VALUE "/".
031900     05  HDG-MONTH                   PIC 99.
032000     05  FILLER                      PIC X(01) VALUE "/".
032100     05  HDG-YEAR                    PIC 9(4).
032200     05  FILLER                      PIC X(10)
032300             VALUE "   ANNEE: ".
032400     05  HDG-TAX-YEAR                PIC 9(4).
032500
032600 01  WS-HEADING-3.
032700     05  FILLER                      PIC X(25)
032800             VALUE "SEUIL TEMPS PLEIN     : ".
032900     05  HDG-FT-HOURS                PIC Z9.
033000     05  FILLER                      PIC X(08)
033100             VALUE " CREDITS".
033200
033210 01  WS-SLIP-SEP.
033220     05  FILLER                      PIC X(45) VALUE ALL "-".
033230
033300 01  WS-SLIP-TITLE.
033400     05  FILLER                      PIC X(15) VALUE SPACES.
033500     05  FILLER                      PIC X(40)
033600             VALUE "RELEVE 8 / T2202 - FRAIS DE SCOLARITE".
033700     05  SLT-AMENDED                 PIC X(10).
033800
033900 01  WS-SLIP-YEAR.
034000     05  FILLER                      PIC X(11)
034100             VALUE "ANNEE    : ".
034200     05  SLP-YEAR                    PIC 9(4).
034300     05  FILLER                      PIC X(15)
034400             VALUE "      EMIS LE ".
034500     05  SLP-DAY                     PIC 99.
034600     05  FILLER                      PIC X(01) VALUE "/".
034700     05  SLP-MONTH                   PIC 99.
034800     05  FILLER                      PIC X(01) VALUE "/".
034900     05  SLP-CUR-YEAR                PIC 9(4).
035000
035100 01  WS-SLIP-TO.
035200     05  FILLER                      PIC X(11)
035300             VALUE "ETUDIANT : ".
035400     05  SLP-STUDENTID               PIC 9(7).
035500     05  FILLER                      PIC X(02) VALUE SPACES.
035600     05  SLP-NOM                     PIC X(25).
035700
035800 01  WS-SLIP-ADDR-1.
035900     05  FILLER                      PIC X(11)
036000             VALUE "ADRESSE  : ".
036100     05  SLP-RUE                     PIC X(25).
036200
036300 01  WS-SLIP-ADDR-2.
036400     05  FILLER                      PIC X(11) VALUE SPACES.
036500     05  SLP-VILLE                   PIC X(15).
036600     05  FILLER                      PIC X(01) VALUE SPACES.
036700     05  SLP-CODE-POSTAL             PIC X(7).
036800
036900 01  WS-SLIP-AMOUNT.
037000     05  FILLER                      PIC X(35)
037100             VALUE "FRAIS DE SCOLARITE ADMISSIBLES  : ".
037200     05  SLP-ELIGIBLE                PIC ZZZZZZ9.99.
037300
037400 01  WS-SLIP-FT.
037500     05  FILLER                      PIC X(35)
037600             VALUE "MOIS D'ETUDES A TEMPS PLEIN     : ".
037700     05  SLP-FT-MONTHS               PIC Z9.
037800
037900 01  WS-SLIP-PT.
038000     05  FILLER                      PIC X(35)
038100             VALUE "MOIS D'ETUDES A TEMPS PARTIEL   : ".
038200     05  SLP-PT-MONTHS               PIC Z9.
038300
038400 01  WS-SLIP-REPLACES.
038500     05  FILLER                      PIC X(35)
038600             VALUE "REMPLACE LE RELEVE INDIQUANT    : ".
038700     05  SLP-PRIOR-ELIGIBLE          PIC ZZZZZZ9.99.
038800     05  FILLER                      PIC X(02) VALUE SPACES.
038900     05  SLP-PRIOR-FT                PIC Z9.
039000     05  FILLER                      PIC X(04) VALUE " TP ".
039100     05  SLP-PRIOR-PT                PIC Z9.
039200     05  FILLER                      PIC X(04) VALUE " TPA".
039300
039400 01  WS-SLIP-SIGN.
039500     05  FILLER                      PIC X(40) VALUE SPACES.
039600     05  FILLER                      PIC X(20)
039700             VALUE "LE REGISTRAIRE".
039800
039900 01  WS-ISSUED-LINE.
040000     05  ISL-ACTION                  PIC X(09).
040100     05  ISL-STUDENTID               PIC 9(7).
040200     05  FILLER                      PIC X(02) VALUE SPACES.
040300     05  ISL-NOM                     PIC X(25).
040400     05  FILLER                      PIC X(02) VALUE SPACES.
040500     05  ISL-ELIGIBLE                PIC ZZZZZZ9.99.
040600     05  FILLER                      PIC X(02) VALUE SPACES.
040700     05  ISL-FT-MONTHS               PIC Z9.
040800     05  FILLER                      PIC X(04) VALUE " TP ".
040900     05  ISL-PT-MONTHS               PIC Z9.
041000     05  FILLER                      PIC X(04) VALUE " TPA".
041100
041200 01  WS-REFUSED-LINE.
041300     05  FILLER                      PIC X(09)
041400             VALUE "REFUSE : ".
041500     05  RFL-STUDENTID               PIC 9(7).
041600     05  FILLER                      PIC X(02) VALUE SPACES.
041700     05  RFL-REASON                  PIC X(40).
041800
041900 01  WS-TRAILER-1.
042000     05  FILLER                      PIC X(25)
042100             VALUE "FACTURATIONS LUES     : ".
042200     05  TRL-BILL-READ               PIC ZZZZZZ9.
042300
042400 01  WS-TRAILER-2.
042500     05  FILLER                      PIC X(25)
042600             VALUE "ETUDIANTS EXAMINES    : ".
042700     05  TRL-STUDENTS                PIC ZZZZZZ9.
042800
042900 01  WS-TRAILER-3.
043000     05  FILLER                      PIC X(25)
043100             VALUE "RELEVES ORIGINAUX     : ".
043200     05  TRL-ORIGINAL                PIC ZZZZZZ9.
043300
043400 01  WS-TRAILER-4.
043500     05  FILLER                      PIC X(25)
043600             VALUE "RELEVES MODIFIES      : ".
043700     05  TRL-AMENDED                 PIC ZZZZZZ9.
043800
043900 01  WS-TRAILER-5.
044000     05  FILLER                      PIC X(25)
044100             VALUE "RELEVES INCHANGES     : ".
044200     05  TRL-UNCHANGED               PIC ZZZZZZ9.
044300
044400 01  WS-TRAILER-6.
044500     05  FILLER                      PIC X(25)
044600             VALUE "SANS FRAIS ADMISSIBLES: ".
044700     05  TRL-NIL                     PIC ZZZZZZ9.
044800
044900 01  WS-TRAILER-7.
045000     05  FILLER                      PIC X(25)
045100             VALUE "ETUDIANTS REFUSES     : ".
045200     05  TRL-REFUSED                 PIC ZZZZZZ9.
045300
045400 01  WS-TRAILER-8.
045500     05  FILLER                      PIC X(25)
045600             VALUE "TOTAL DES RELEVES     : ".
045700     05  TRL-ELIGIBLE                PIC ZZZZZZZZZZ9.99.
045800
045900 PROCEDURE DIVISION.
046000*----------------------------------------------------------
046100* 0000-MAINLINE
046200*----------------------------------------------------------
046300 0000-MAINLINE.
046400     PERFORM 1000-INITIALIZE
046500         THRU 1000-EXIT.
046600     SORT SORT-WORK-FILE
046700         ON ASCENDING KEY SR-STUDENTID
046800         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
046900         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
047000     PERFORM 8000-TERMINATE
047100         THRU 8000-EXIT.
047200     GOBACK.
047300
047400*----------------------------------------------------------
047500* 1000-INITIALIZE - CONTROL CARD, OPEN THE FILES (CREATING
047600*     TAXSLIP ON THE FIRST RUN), FILE HEADER AND HEADINGS
047700*----------------------------------------------------------
047800 1000-INITIALIZE.
047900     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
048000     ACCEPT WS-CONTROL-CARD
048100     IF WS-CARD-YEAR NOT NUMERIC
048200         OR WS-CARD-YEAR < 2000
048300         OR WS-CARD-YEAR > CURRENTYEAR
048400         DISPLAY "TAXRCPT - ANNEE D'IMPOSITION INVALIDE : "
048500             WS-CONTROL-CARD (1:4)
048600         GO TO 9999-ABEND
048700     END-IF
048800     IF WS-CARD-FT-HOURS NUMERIC
048900         AND WS-CARD-FT-HOURS > ZERO
049000         MOVE WS-CARD-FT-HOURS TO WS-FT-HOURS
049100     END-IF
049200     COMPUTE WS-YEAR-START = WS-CARD-YEAR * 10000 + 0101
049300     COMPUTE WS-YEAR-END   = WS-CARD-YEAR * 10000 + 1231
049400     OPEN INPUT STUDENT-PERSON-FILE
049500     IF NOT WS-PERS-OK
049600         DISPLAY "TAXRCPT - OUVERTURE STUPERS IMPOSSIBLE "
049700             WS-PERS-STATUS
049800         GO TO 9999-ABEND
049900     END-IF
050000     OPEN INPUT STUDENT-MASTER
050100     IF NOT WS-MAST-OK
050200         DISPLAY "TAXRCPT - OUVERTURE STUMAST IMPOSSIBLE "
050300             WS-MAST-STATUS
050400         GO TO 9999-ABEND
050500     END-IF
050600     OPEN INPUT COURSE-HIST-FILE
050700     IF WS-HIST-NOTOPEN
050800         MOVE "N" TO WS-HIST-PRESENT-SW
050900     ELSE
051000         IF NOT WS-HIST-OK
051100             DISPLAY "TAXRCPT - OUVERTURE CRSEHIST IMPOSSIBLE "
051200                 WS-HIST-STATUS
051300             GO TO 9999-ABEND
051400         END-IF
051500     END-IF
051600     OPEN INPUT COURSE-MASTER
051700     IF NOT WS-CRSE-OK
051800         DISPLAY "TAXRCPT - OUVERTURE CRSEMAST IMPOSSIBLE "
051900             WS-CRSE-STATUS
052000         GO TO 9999-ABEND
052100     END-IF
052200     OPEN INPUT COURSE-SECTION-FILE
052300     IF NOT WS-SECT-OK
052400         DISPLAY "TAXRCPT - OUVERTURE CRSESECT IMPOSSIBLE "
052500             WS-SECT-STATUS
052600         GO TO 9999-ABEND
052700     END-IF
052800     OPEN I-O TAX-SLIP-FILE
052900     IF WS-SLIP-NOTOPEN
053000         OPEN OUTPUT TAX-SLIP-FILE
053100         CLOSE TAX-SLIP-FILE
053200         OPEN I-O TAX-SLIP-FILE
053300     END-IF
053400     IF NOT WS-SLIP-OK
053500         DISPLAY "TAXRCPT - OUVERTURE TAXSLIP IMPOSSIBLE "
053600             WS-SLIP-STATUS
053700         GO TO 9999-ABEND
053800     END-IF
053900     OPEN OUTPUT TAX-FILE
054000     IF NOT WS-TXF-OK
054100         DISPLAY "TAXRCPT - OUVERTURE TAXFILE IMPOSSIBLE "
054200             WS-TXF-STATUS
054300         GO TO 9999-ABEND
054400     END-IF
054500     OPEN OUTPUT SLIP-RPT-FILE
054600     IF NOT WS-LTR-OK
054700         DISPLAY "TAXRCPT - OUVERTURE TAXLTR IMPOSSIBLE "
054800             WS-LTR-STATUS
054900         GO TO 9999-ABEND
055000     END-IF
055100     OPEN OUTPUT CONTROL-RPT-FILE
055200     IF NOT WS-RPT-OK
055300         DISPLAY "TAXRCPT - OUVERTURE TAXRPT IMPOSSIBLE "
055400             WS-RPT-STATUS
055500         GO TO 9999-ABEND
055600     END-IF
055700     MOVE SPACES TO TAX-FILE-REC
055800     SET TF-TYPE-HEADER TO TRUE
055900     MOVE WS-CARD-YEAR  TO TF-HDR-YEAR
056000     MOVE CURRENTDATE   TO TF-HDR-RUN-DATE
056100     MOVE WS-CARD-FILER TO TF-HDR-FILER
056200     PERFORM 6500-WRITE-TAX-FILE
056300         THRU 6500-EXIT
056400     MOVE CURRENTDAY   TO HDG-DAY
056500     MOVE CURRENTMONTH TO HDG-MONTH
056600     MOVE CURRENTYEAR  TO HDG-YEAR
056700     MOVE WS-CARD-YEAR TO HDG-TAX-YEAR
056800     MOVE WS-FT-HOURS  TO HDG-FT-HOURS
056900     WRITE CONTROL-RPT-REC FROM WS-HEADING-1
057000     WRITE CONTROL-RPT-REC FROM WS-HEADING-2
057100     WRITE CONTROL-RPT-REC FROM WS-HEADING-3
057200     MOVE WS-CARD-YEAR TO SLP-YEAR
057300     MOVE CURRENTDAY   TO SLP-DAY
057400     MOVE CURRENTMONTH TO SLP-MONTH
057500     MOVE CURRENTYEAR  TO SLP-CUR-YEAR.
057600 1000-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------
058000* 3000-SORT-INPUT - THE BILLING DETAIL TO THE END OF THE
058100*     YEAR.  THE BALANCE-FORWARD RECORDS ("S"/"A") ONLY NET
058200*     DETAIL ALREADY ON THE ARCHIVE AND ARE LEFT OUT.
058210*     THE CROSS-REFERENCE IS OPTIONAL - WITHOUT IT NO
058220*     STUDENTID IS TRANSLATED.
058300*----------------------------------------------------------
058400 3000-SORT-INPUT.
058500     OPEN INPUT BILL-TRANS-FILE
058600     IF WS-BILL-NOTOPEN
058700         DISPLAY "TAXRCPT - AUCUNE FACTURATION"
058800         GO TO 3000-EXIT
058900     END-IF
059000     IF NOT WS-BILL-OK
059100         DISPLAY "TAXRCPT - OUVERTURE BILLTRAN IMPOSSIBLE "
059200             WS-BILL-STATUS
059300         GO TO 9999-ABEND
059400     END-IF
059405     MOVE "Y" TO WS-XREF-PRESENT-SW
059410     OPEN INPUT STUDENT-XREF-FILE
059415     IF WS-XREF-NOTOPEN
059420         MOVE "N" TO WS-XREF-PRESENT-SW
059425     ELSE
059430         IF NOT WS-XREF-OK
059435             DISPLAY "TAXRCPT - OUVERTURE STUXREF IMPOSSIBLE "
059440                 WS-XREF-STATUS
059445             GO TO 9999-ABEND
059450         END-IF
059455     END-IF
059500     PERFORM 3100-RELEASE-TRANS
059600         THRU 3100-EXIT
059700         UNTIL WS-IN-EOF
059710     IF WS-XREF-PRESENT
059720         CLOSE STUDENT-XREF-FILE
059730     END-IF
059800     CLOSE BILL-TRANS-FILE.
059900 3000-EXIT.
060000     EXIT.
060100
060200*----------------------------------------------------------
060300* 3100-RELEASE-TRANS - ONE BILLING RECORD INTO THE SORT
060400*----------------------------------------------------------
060500 3100-RELEASE-TRANS.
060600     READ BILL-TRANS-FILE
060700         AT END
060800             SET WS-IN-EOF TO TRUE
060900             GO TO 3100-EXIT
061000     END-READ
061100     ADD 1 TO WS-BILL-READ
061200     IF BT-TYPE-FORWARD OR BT-TYPE-CREDIT-FWD
061300         GO TO 3100-EXIT
061400     END-IF
061500     IF BT-DATE > WS-YEAR-END
061600         GO TO 3100-EXIT
061700     END-IF
061800     MOVE BT-STUDENTID TO SR-STUDENTID
061810     PERFORM 3150-REDIRECT-RETIRED
061820         THRU 3150-EXIT
061900     MOVE BT-TYPE      TO SR-TYPE
062000     MOVE BT-AMOUNT    TO SR-AMOUNT
062100     MOVE BT-DATE      TO SR-DATE
062200     RELEASE SORT-REC.
062300 3100-EXIT.
062400     EXIT.
062500
062502*----------------------------------------------------------
062504* 3150-REDIRECT-RETIRED - A STUDENTID RETIRED BY A
062506*     DUPLICATE MERGE IS SORTED UNDER THE SURVIVOR
062508*----------------------------------------------------------
062510 3150-REDIRECT-RETIRED.
062512     IF NOT WS-XREF-PRESENT
062514         GO TO 3150-EXIT
062516     END-IF
062518     MOVE BT-STUDENTID TO XR-OLD-ID
062520     READ STUDENT-XREF-FILE
062522     IF WS-XREF-NOTFOUND
062524         GO TO 3150-EXIT
062526     END-IF
062528     IF NOT WS-XREF-OK
062530         DISPLAY "TAXRCPT - LECTURE STUXREF IMPOSSIBLE "
062532             WS-XREF-STATUS
062534         GO TO 9999-ABEND
062536     END-IF
062538     MOVE XR-NEW-ID TO SR-STUDENTID.
062540 3150-EXIT.
062542     EXIT.
062544
062600*----------------------------------------------------------
062700* 4000-SORT-OUTPUT - ONE STUDENT'S BILLING AT A TIME
062800*----------------------------------------------------------
062900 4000-SORT-OUTPUT.
063000     PERFORM 4100-RETURN-TRANS
063100         THRU 4100-EXIT
063200     PERFORM 4200-ADD-TRANS
063300         THRU 4200-EXIT
063400         UNTIL WS-EOF
063500     IF NOT WS-FIRST
063600         PERFORM 5000-CLOSE-STUDENT
063700             THRU 5000-EXIT
063800     END-IF.
063900 4000-EXIT.
064000     EXIT.
064100
064200*----------------------------------------------------------
064300* 4100-RETURN-TRANS - NEXT SORTED BILLING RECORD
064400*----------------------------------------------------------
064500 4100-RETURN-TRANS.
064600     RETURN SORT-WORK-FILE
064700         AT END
064800             SET WS-EOF TO TRUE
064900     END-RETURN.
065000 4100-EXIT.
065100     EXIT.
065200
065300*----------------------------------------------------------
065400* 4200-ADD-TRANS - ONE BILLING RECORD, BREAKING ON A NEW
065500*     STUDENT.  CHARGES AND SPONSOR GIVE-BACKS ADD TO WHAT
065600*     THE STUDENT OWES, REVERSALS AND SPONSORED SHARES TAKE
065700*     FROM IT; REFUNDS ISSUED TAKE FROM THE PAYMENTS.
065800*----------------------------------------------------------
065900 4200-ADD-TRANS.
066000     IF WS-FIRST OR SR-STUDENTID NOT = WS-CUR-STUDENT
066100         IF NOT WS-FIRST
066200             PERFORM 5000-CLOSE-STUDENT
066300                 THRU 5000-EXIT
066400         END-IF
066500         MOVE "N" TO WS-FIRST-SW
066600         MOVE SR-STUDENTID TO WS-CUR-STUDENT
066700         MOVE ZERO TO WS-CHG-BEFORE
066800         MOVE ZERO TO WS-PAID-BEFORE
066900         MOVE ZERO TO WS-CHG-THRU
067000         MOVE ZERO TO WS-PAID-THRU
067100     END-IF
067200     EVALUATE SR-TYPE
067300         WHEN "C"
067400         WHEN "U"
067500             MOVE SR-AMOUNT TO WS-SIGNED-AMOUNT
067600             PERFORM 4300-ADD-CHARGE
067700                 THRU 4300-EXIT
067800         WHEN "R"
067900         WHEN "T"
068000             COMPUTE WS-SIGNED-AMOUNT = ZERO - SR-AMOUNT
068100             PERFORM 4300-ADD-CHARGE
068200                 THRU 4300-EXIT
068300         WHEN "P"
068400             MOVE SR-AMOUNT TO WS-SIGNED-AMOUNT
068500             PERFORM 4400-ADD-PAYMENT
068600                 THRU 4400-EXIT
068700         WHEN "D"
068800             COMPUTE WS-SIGNED-AMOUNT = ZERO - SR-AMOUNT
068900             PERFORM 4400-ADD-PAYMENT
069000                 THRU 4400-EXIT
069100         WHEN OTHER
069200             CONTINUE
069300     END-EVALUATE
069400     PERFORM 4100-RETURN-TRANS
069500         THRU 4100-EXIT.
069600 4200-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------
070000* 4300-ADD-CHARGE - TO THE END OF THE YEAR, AND TO ITS
070100*     START WHEN DATED BEFORE IT
070200*----------------------------------------------------------
070300 4300-ADD-CHARGE.
070400     ADD WS-SIGNED-AMOUNT TO WS-CHG-THRU
070500     IF SR-DATE < WS-YEAR-START
070600         ADD WS-SIGNED-AMOUNT TO WS-CHG-BEFORE
070700     END-IF.
070800 4300-EXIT.
070900     EXIT.
071000
071100*----------------------------------------------------------
071200* 4400-ADD-PAYMENT - TO THE END OF THE YEAR, AND TO ITS
071300*     START WHEN DATED BEFORE IT
071400*----------------------------------------------------------
071500 4400-ADD-PAYMENT.
071600     ADD WS-SIGNED-AMOUNT TO WS-PAID-THRU
071700     IF SR-DATE < WS-YEAR-START
071800         ADD WS-SIGNED-AMOUNT TO WS-PAID-BEFORE
071900     END-IF.
072000 4400-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------
072400* 5000-CLOSE-STUDENT - THE ELIGIBLE AMOUNT FOR THE YEAR,
072500*     THEN AN ORIGINAL SLIP, AN AMENDED ONE, OR NONE
072600*----------------------------------------------------------
072700 5000-CLOSE-STUDENT.
072800     ADD 1 TO WS-STUDENT-COUNT
072900     IF WS-PAID-BEFORE < WS-CHG-BEFORE
073000         MOVE WS-PAID-BEFORE TO WS-APPLIED-BEFORE
073100     ELSE
073200         MOVE WS-CHG-BEFORE  TO WS-APPLIED-BEFORE
073300     END-IF
073400     IF WS-APPLIED-BEFORE < ZERO
073500         MOVE ZERO TO WS-APPLIED-BEFORE
073600     END-IF
073700     IF WS-PAID-THRU < WS-CHG-THRU
073800         MOVE WS-PAID-THRU TO WS-APPLIED-THRU
073900     ELSE
074000         MOVE WS-CHG-THRU  TO WS-APPLIED-THRU
074100     END-IF
074200     IF WS-APPLIED-THRU < ZERO
074300         MOVE ZERO TO WS-APPLIED-THRU
074400     END-IF
074500     MOVE ZERO TO WS-ELIGIBLE
074600     IF WS-APPLIED-THRU > WS-APPLIED-BEFORE
074700         COMPUTE WS-ELIGIBLE =
074800             WS-APPLIED-THRU - WS-APPLIED-BEFORE
074900     END-IF
075000     MOVE WS-CARD-YEAR   TO TX-YEAR
075100     MOVE WS-CUR-STUDENT TO TX-STUDENTID
075200     READ TAX-SLIP-FILE
075300     IF WS-SLIP-NOTFOUND
075400         MOVE "N" TO WS-SLIP-FOUND-SW
075500     ELSE
075600         IF NOT WS-SLIP-OK
075700             DISPLAY "TAXRCPT - LECTURE TAXSLIP IMPOSSIBLE "
075800                 WS-SLIP-STATUS
075900             GO TO 9999-ABEND
076000         END-IF
076100         MOVE "Y" TO WS-SLIP-FOUND-SW
076200     END-IF
076300     IF WS-ELIGIBLE = ZERO AND NOT WS-SLIP-FOUND
076400         ADD 1 TO WS-NIL-COUNT
076500         GO TO 5000-EXIT
076600     END-IF
076700     PERFORM 5100-COUNT-MONTHS
076800         THRU 5100-EXIT
076900     IF WS-SLIP-FOUND
077000         AND TX-ELIGIBLE  = WS-ELIGIBLE
077100         AND TX-FT-MONTHS = WS-FT-MONTHS
077200         AND TX-PT-MONTHS = WS-PT-MONTHS
077300         ADD 1 TO WS-UNCHANGED-COUNT
077400         GO TO 5000-EXIT
077500     END-IF
077600     MOVE WS-CUR-STUDENT TO SP-STUDENTID
077700     READ STUDENT-PERSON-FILE
077800     IF WS-PERS-NOTFOUND
077900         MOVE WS-CUR-STUDENT TO RFL-STUDENTID
078000         MOVE "ETUDIANT INCONNU AU FICHIER PERSONNE"
078100             TO RFL-REASON
078200         PERFORM 7100-WRITE-REFUSAL
078300             THRU 7100-EXIT
078400         GO TO 5000-EXIT
078500     END-IF
078600     IF NOT WS-PERS-OK
078700         DISPLAY "TAXRCPT - LECTURE STUPERS IMPOSSIBLE "
078800             WS-PERS-STATUS
078900         GO TO 9999-ABEND
079000     END-IF
079100     PERFORM 6000-PRINT-SLIP
079200         THRU 6000-EXIT
079300     MOVE SPACES TO TAX-FILE-REC
079400     SET TF-TYPE-DETAIL TO TRUE
079500     MOVE WS-CUR-STUDENT TO TF-STUDENTID
079600     IF WS-SLIP-FOUND
079700         SET TF-SLIP-AMENDED TO TRUE
079800     ELSE
079900         SET TF-SLIP-ORIGINAL TO TRUE
080000     END-IF
080100     MOVE SP-NOM         TO TF-NOM
080200     MOVE SP-CODE-POSTAL TO TF-CODE-POSTAL
080300     MOVE WS-ELIGIBLE    TO TF-ELIGIBLE
080400     MOVE WS-FT-MONTHS   TO TF-FT-MONTHS
080500     MOVE WS-PT-MONTHS   TO TF-PT-MONTHS
080600     PERFORM 6500-WRITE-TAX-FILE
080700         THRU 6500-EXIT
080800     ADD WS-ELIGIBLE  TO WS-ELIGIBLE-TOTAL
080900     ADD WS-FT-MONTHS TO WS-FT-TOTAL
081000     ADD WS-PT-MONTHS TO WS-PT-TOTAL
081100     PERFORM 6600-KEEP-SLIP
081200         THRU 6600-EXIT.
081300 5000-EXIT.
081400     EXIT.
081500
081600*----------------------------------------------------------
081700* 5100-COUNT-MONTHS - CREDIT HOURS RUNNING IN EACH MONTH OF
081800*     THE YEAR OVER THE COURSES COMPLETED AND HELD, THEN THE
081900*     FULL-TIME AND PART-TIME MONTHS
082000*----------------------------------------------------------
082100 5100-COUNT-MONTHS.
082200     MOVE ZERO TO WS-SECT-MAX
082300     MOVE ZERO TO WS-FT-MONTHS
082400     MOVE ZERO TO WS-PT-MONTHS
082500     PERFORM 5150-CLEAR-MONTH
082600         THRU 5150-EXIT
082700         VARYING WS-MONTH-IX FROM 1 BY 1
082800         UNTIL WS-MONTH-IX > 12
082900     IF WS-HIST-PRESENT
083000         MOVE WS-CUR-STUDENT TO CH-STUDENTID
083100         MOVE LOW-VALUES     TO CH-COURSECODE
083200         MOVE LOW-VALUES     TO CH-TERM
083300         START COURSE-HIST-FILE KEY >= CH-KEY
083400         IF WS-HIST-OK
083500             MOVE "N" TO WS-SCAN-EOF-SW
083600             PERFORM 5200-SCAN-HISTORY
083700                 THRU 5200-EXIT
083800                 UNTIL WS-SCAN-EOF
083900         ELSE
084000             IF NOT WS-HIST-NOTFOUND
084100                 DISPLAY "TAXRCPT - POSITIONNEMENT CRSEHIST "
084200                     "IMPOSSIBLE " WS-HIST-STATUS
084300                 GO TO 9999-ABEND
084400             END-IF
084500         END-IF
084600     END-IF
084700     MOVE WS-CUR-STUDENT TO SM-STUDENTID
084800     MOVE SPACES         TO SM-COURSECODE
084900     START STUDENT-MASTER KEY >= SM-KEY
085000     IF WS-MAST-OK
085100         MOVE "N" TO WS-SCAN-EOF-SW
085200         PERFORM 5300-SCAN-MASTER
085300             THRU 5300-EXIT
085400             UNTIL WS-SCAN-EOF
085500     ELSE
085600         IF NOT WS-MAST-NOTFOUND
085700             DISPLAY "TAXRCPT - POSITIONNEMENT STUMAST "
085800                 "IMPOSSIBLE " WS-MAST-STATUS
085900             GO TO 9999-ABEND
086000         END-IF
086100     END-IF
086200     PERFORM 5600-TALLY-MONTH
086300         THRU 5600-EXIT
086400         VARYING WS-MONTH-IX FROM 1 BY 1
086500         UNTIL WS-MONTH-IX > 12.
086600 5100-EXIT.
086700     EXIT.
086800
086900*----------------------------------------------------------
087000* 5150-CLEAR-MONTH - ONE MONTH BACK TO ZERO HOURS
087100*----------------------------------------------------------
087200 5150-CLEAR-MONTH.
087300     MOVE ZERO TO WS-MONTH-HOURS (WS-MONTH-IX).
087400 5150-EXIT.
087500     EXIT.
087600
087700*----------------------------------------------------------
087800* 5200-SCAN-HISTORY - ONE COMPLETED COURSE OF THE STUDENT;
087900*     A WITHDRAWAL IS NOT ENROLLMENT
088000*----------------------------------------------------------
088100 5200-SCAN-HISTORY.
088200     READ COURSE-HIST-FILE NEXT RECORD
088300         AT END
088400             SET WS-SCAN-EOF TO TRUE
088500             GO TO 5200-EXIT
088600     END-READ
088700     IF CH-STUDENTID NOT = WS-CUR-STUDENT
088800         SET WS-SCAN-EOF TO TRUE
088900         GO TO 5200-EXIT
089000     END-IF
089100     IF CH-GRADE-WITHDRAWN
089200         GO TO 5200-EXIT
089300     END-IF
089400     MOVE CH-COURSECODE TO WS-LOOK-COURSE
089500     MOVE CH-SECTION    TO WS-LOOK-SECTION
089600     PERFORM 5400-ADD-SECTION
089700         THRU 5400-EXIT.
089800 5200-EXIT.
089900     EXIT.
090000
090100*----------------------------------------------------------
090200* 5300-SCAN-MASTER - ONE COURSE THE STUDENT STILL HOLDS
090300*----------------------------------------------------------
090400 5300-SCAN-MASTER.
090500     READ STUDENT-MASTER NEXT RECORD
090600         AT END
090700             SET WS-SCAN-EOF TO TRUE
090800             GO TO 5300-EXIT
090900     END-READ
091000     IF SM-STUDENTID NOT = WS-CUR-STUDENT
091100         SET WS-SCAN-EOF TO TRUE
091200         GO TO 5300-EXIT
091300     END-IF
091400     MOVE SM-COURSECODE TO WS-LOOK-COURSE
091500     MOVE SM-SECTION    TO WS-LOOK-SECTION
091600     PERFORM 5400-ADD-SECTION
091700         THRU 5400-EXIT.
091800 5300-EXIT.
091900     EXIT.
092000
092100*----------------------------------------------------------
092200* 5400-ADD-SECTION - THE SECTION'S CREDIT HOURS INTO EVERY
092300*     MONTH OF THE YEAR IT RUNS IN, ONCE PER SECTION
092400*----------------------------------------------------------
092500 5400-ADD-SECTION.
092600     PERFORM 5450-FIND-SECTION
092700         THRU 5450-EXIT
092800         VARYING WS-SECT-IX FROM 1 BY 1
092900         UNTIL WS-SECT-IX > WS-SECT-MAX
093000            OR (WS-SECT-COURSE (WS-SECT-IX) = WS-LOOK-COURSE
093100            AND WS-SECT-SECTION (WS-SECT-IX) = WS-LOOK-SECTION)
093200     IF WS-SECT-IX NOT > WS-SECT-MAX
093300         GO TO 5400-EXIT
093400     END-IF
093500     IF WS-SECT-MAX >= 60
093600         DISPLAY "TAXRCPT - TABLE DES SECTIONS SATUREE : "
093700             WS-CUR-STUDENT
093800         GO TO 5400-EXIT
093900     END-IF
094000     ADD 1 TO WS-SECT-MAX
094100     MOVE WS-LOOK-COURSE  TO WS-SECT-COURSE (WS-SECT-MAX)
094200     MOVE WS-LOOK-SECTION TO WS-SECT-SECTION (WS-SECT-MAX)
094300     MOVE WS-LOOK-COURSE  TO CS-COURSECODE
094400     MOVE WS-LOOK-SECTION TO CS-SECTION
094500     READ COURSE-SECTION-FILE
094600     IF NOT WS-SECT-OK
094700         DISPLAY "TAXRCPT - SECTION INCONNUE : " WS-CUR-STUDENT
094800             " " WS-LOOK-COURSE " " WS-LOOK-SECTION
094900         GO TO 5400-EXIT
095000     END-IF
095100     MOVE WS-LOOK-COURSE TO CM-COURSECODE
095200     READ COURSE-MASTER
095300     IF NOT WS-CRSE-OK
095400         DISPLAY "TAXRCPT - COURS INCONNU : " WS-LOOK-COURSE
095500         GO TO 5400-EXIT
095600     END-IF
095700     MOVE CM-CREDIT-HOURS TO WS-HOURS
095800     DIVIDE CS-START-DATE BY 100 GIVING WS-SECT-FROM
095900     DIVIDE CS-END-DATE   BY 100 GIVING WS-SECT-TO
096000     PERFORM 5500-ADD-MONTH
096100         THRU 5500-EXIT
096200         VARYING WS-MONTH-IX FROM 1 BY 1
096300         UNTIL WS-MONTH-IX > 12.
096400 5400-EXIT.
096500     EXIT.
096600
096700*----------------------------------------------------------
096800* 5450-FIND-SECTION - THE SEARCH ITSELF IS THE VARYING
096900*----------------------------------------------------------
097000 5450-FIND-SECTION.
097100     CONTINUE.
097200 5450-EXIT.
097300     EXIT.
097400
097500*----------------------------------------------------------
097600* 5500-ADD-MONTH - THE SECTION'S HOURS INTO ONE MONTH IF
097700*     THE SECTION RUNS IN IT
097800*----------------------------------------------------------
097900 5500-ADD-MONTH.
098000     COMPUTE WS-MONTH-YYYYMM = WS-CARD-YEAR * 100 + WS-MONTH-IX
098100     IF WS-MONTH-YYYYMM NOT < WS-SECT-FROM
098200         AND WS-MONTH-YYYYMM NOT > WS-SECT-TO
098300         ADD WS-HOURS TO WS-MONTH-HOURS (WS-MONTH-IX)
098400     END-IF.
098500 5500-EXIT.
098600     EXIT.
098700
098800*----------------------------------------------------------
098900* 5600-TALLY-MONTH - FULL-TIME FROM THE THRESHOLD UP,
099000*     PART-TIME BELOW IT
099100*----------------------------------------------------------
099200 5600-TALLY-MONTH.
099300     IF WS-MONTH-HOURS (WS-MONTH-IX) NOT < WS-FT-HOURS
099400         ADD 1 TO WS-FT-MONTHS
099500     ELSE
099600         IF WS-MONTH-HOURS (WS-MONTH-IX) > ZERO
099700             ADD 1 TO WS-PT-MONTHS
099800         END-IF
099900     END-IF.
100000 5600-EXIT.
100100     EXIT.
100200
100300*----------------------------------------------------------
100400* 6000-PRINT-SLIP - ONE SLIP BEHIND A RULE, AND ITS LINE ON
100500*     THE CONTROL REPORT.  AN AMENDED SLIP SHOWS THE FIGURES
100600*     OF THE SLIP IT REPLACES.
100700*----------------------------------------------------------
100800 6000-PRINT-SLIP.
100900     IF WS-SLIP-FOUND
101000         MOVE "MODIFIE"  TO SLT-AMENDED
101100         MOVE "MODIFIE: " TO ISL-ACTION
101200         ADD 1 TO WS-AMENDED-COUNT
101300     ELSE
101400         MOVE SPACES     TO SLT-AMENDED
101500         MOVE "EMIS   : " TO ISL-ACTION
101600         ADD 1 TO WS-ORIGINAL-COUNT
101700     END-IF
101800     WRITE SLIP-RPT-REC FROM WS-SLIP-SEP
101900     WRITE SLIP-RPT-REC FROM WS-SLIP-TITLE
102000     MOVE SPACES TO SLIP-RPT-REC
102100     WRITE SLIP-RPT-REC
102200     WRITE SLIP-RPT-REC FROM WS-SLIP-YEAR
102300     MOVE WS-CUR-STUDENT TO SLP-STUDENTID
102400     MOVE SP-NOM         TO SLP-NOM
102500     MOVE SP-RUE         TO SLP-RUE
102600     MOVE SP-VILLE       TO SLP-VILLE
102700     MOVE SP-CODE-POSTAL TO SLP-CODE-POSTAL
102800     WRITE SLIP-RPT-REC FROM WS-SLIP-TO
102900     WRITE SLIP-RPT-REC FROM WS-SLIP-ADDR-1
103000     WRITE SLIP-RPT-REC FROM WS-SLIP-ADDR-2
103100     MOVE SPACES TO SLIP-RPT-REC
103200     WRITE SLIP-RPT-REC
103300     MOVE WS-ELIGIBLE  TO SLP-ELIGIBLE
103400     MOVE WS-FT-MONTHS TO SLP-FT-MONTHS
103500     MOVE WS-PT-MONTHS TO SLP-PT-MONTHS
103600     WRITE SLIP-RPT-REC FROM WS-SLIP-AMOUNT
103700     WRITE SLIP-RPT-REC FROM WS-SLIP-FT
103800     WRITE SLIP-RPT-REC FROM WS-SLIP-PT
103900     IF WS-SLIP-FOUND
104000         MOVE TX-ELIGIBLE  TO SLP-PRIOR-ELIGIBLE
104100         MOVE TX-FT-MONTHS TO SLP-PRIOR-FT
104200         MOVE TX-PT-MONTHS TO SLP-PRIOR-PT
104300         MOVE SPACES TO SLIP-RPT-REC
104400         WRITE SLIP-RPT-REC
104500         WRITE SLIP-RPT-REC FROM WS-SLIP-REPLACES
104600     END-IF
104700     MOVE SPACES TO SLIP-RPT-REC
104800     WRITE SLIP-RPT-REC
104900     WRITE SLIP-RPT-REC FROM WS-SLIP-SIGN
105000     MOVE WS-CUR-STUDENT TO ISL-STUDENTID
105100     MOVE SP-NOM         TO ISL-NOM
105200     MOVE WS-ELIGIBLE    TO ISL-ELIGIBLE
105300     MOVE WS-FT-MONTHS   TO ISL-FT-MONTHS
105400     MOVE WS-PT-MONTHS   TO ISL-PT-MONTHS
105500     WRITE CONTROL-RPT-REC FROM WS-ISSUED-LINE.
105600 6000-EXIT.
105700     EXIT.
105800
105900*----------------------------------------------------------
106000* 6500-WRITE-TAX-FILE - ONE RECORD OF THE GOVERNMENT FILE
106100*----------------------------------------------------------
106200 6500-WRITE-TAX-FILE.
106300     WRITE TAX-FILE-REC
106400     IF NOT WS-TXF-OK
106500         DISPLAY "TAXRCPT - ECRITURE TAXFILE IMPOSSIBLE "
106600             WS-TXF-STATUS
106700         GO TO 9999-ABEND
106800     END-IF.
106900 6500-EXIT.
107000     EXIT.
107100
107200*----------------------------------------------------------
107300* 6600-KEEP-SLIP - FILE THE ORIGINAL, OR REPLACE THE SLIP
107400*     KEPT WITH THE AMENDED FIGURES
107500*----------------------------------------------------------
107600 6600-KEEP-SLIP.
107700     IF WS-SLIP-FOUND
107800         MOVE TX-ELIGIBLE  TO TX-PRIOR-ELIGIBLE
107900         MOVE TX-FT-MONTHS TO TX-PRIOR-FT-MONTHS
108000         MOVE TX-PT-MONTHS TO TX-PRIOR-PT-MONTHS
108100         SET TX-AMENDED TO TRUE
108200         ADD 1 TO TX-AMEND-COUNT
108300     ELSE
108400         MOVE SPACES TO TAX-SLIP-REC
108500         MOVE WS-CARD-YEAR   TO TX-YEAR
108600         MOVE WS-CUR-STUDENT TO TX-STUDENTID
108700         SET TX-ORIGINAL TO TRUE
108800         MOVE CURRENTDATE    TO TX-FIRST-DATE
108900         MOVE ZERO TO TX-AMEND-COUNT
109000         MOVE ZERO TO TX-PRIOR-ELIGIBLE
109100         MOVE ZERO TO TX-PRIOR-FT-MONTHS
109200         MOVE ZERO TO TX-PRIOR-PT-MONTHS
109300     END-IF
109400     MOVE WS-ELIGIBLE  TO TX-ELIGIBLE
109500     MOVE WS-FT-MONTHS TO TX-FT-MONTHS
109600     MOVE WS-PT-MONTHS TO TX-PT-MONTHS
109700     MOVE CURRENTDATE  TO TX-ISSUE-DATE
109800     IF WS-SLIP-FOUND
109900         REWRITE TAX-SLIP-REC
110000     ELSE
110100         WRITE TAX-SLIP-REC
110200     END-IF
110300     IF NOT WS-SLIP-OK
110400         DISPLAY "TAXRCPT - ECRITURE TAXSLIP IMPOSSIBLE "
110500             WS-SLIP-STATUS
110600         GO TO 9999-ABEND
110700     END-IF.
110800 6600-EXIT.
110900     EXIT.
111000
111100*----------------------------------------------------------
111200* 7100-WRITE-REFUSAL - ONE STUDENT WITHOUT A SLIP, ON THE
111300*     CONTROL REPORT
111400*----------------------------------------------------------
111500 7100-WRITE-REFUSAL.
111600     ADD 1 TO WS-REFUSED-COUNT
111700     WRITE CONTROL-RPT-REC FROM WS-REFUSED-LINE.
111800 7100-EXIT.
111900     EXIT.
112000
112100*----------------------------------------------------------
112200* 8000-TERMINATE - SUMMARY RECORD OF THE GOVERNMENT FILE,
112300*     TRAILERS, RETURN CODE, CLOSE FILES
112400*----------------------------------------------------------
112500 8000-TERMINATE.
112600     MOVE SPACES TO TAX-FILE-REC
112700     SET TF-TYPE-SUMMARY TO TRUE
112800     COMPUTE TF-TRL-COUNT = WS-ORIGINAL-COUNT + WS-AMENDED-COUNT
112900     MOVE WS-ORIGINAL-COUNT TO TF-TRL-ORIGINAL
113000     MOVE WS-AMENDED-COUNT  TO TF-TRL-AMENDED
113100     MOVE WS-ELIGIBLE-TOTAL TO TF-TRL-ELIGIBLE
113200     MOVE WS-FT-TOTAL       TO TF-TRL-FT-MONTHS
113300     MOVE WS-PT-TOTAL       TO TF-TRL-PT-MONTHS
113400     PERFORM 6500-WRITE-TAX-FILE
113500         THRU 6500-EXIT
113600     MOVE WS-BILL-READ       TO TRL-BILL-READ
113700     MOVE WS-STUDENT-COUNT   TO TRL-STUDENTS
113800     MOVE WS-ORIGINAL-COUNT  TO TRL-ORIGINAL
113900     MOVE WS-AMENDED-COUNT   TO TRL-AMENDED
114000     MOVE WS-UNCHANGED-COUNT TO TRL-UNCHANGED
114100     MOVE WS-NIL-COUNT       TO TRL-NIL
114200     MOVE WS-REFUSED-COUNT   TO TRL-REFUSED
114300     MOVE WS-ELIGIBLE-TOTAL  TO TRL-ELIGIBLE
114400     MOVE SPACES TO CONTROL-RPT-REC
114500     WRITE CONTROL-RPT-REC
114600     WRITE CONTROL-RPT-REC FROM WS-TRAILER-1
114700     WRITE CONTROL-RPT-REC FROM WS-TRAILER-2
114800     WRITE CONTROL-RPT-REC FROM WS-TRAILER-3
114900     WRITE CONTROL-RPT-REC FROM WS-TRAILER-4
115000     WRITE CONTROL-RPT-REC FROM WS-TRAILER-5
115100     WRITE CONTROL-RPT-REC FROM WS-TRAILER-6
115200     WRITE CONTROL-RPT-REC FROM WS-TRAILER-7
115300     WRITE CONTROL-RPT-REC FROM WS-TRAILER-8
115400     IF WS-REFUSED-COUNT > ZERO
115500         MOVE 4 TO RETURN-CODE
115600     END-IF
115700     IF WS-HIST-PRESENT
115800         CLOSE COURSE-HIST-FILE
115900     END-IF
116000     CLOSE STUDENT-PERSON-FILE
116100     CLOSE STUDENT-MASTER
116200     CLOSE COURSE-MASTER
116300     CLOSE COURSE-SECTION-FILE
116400     CLOSE TAX-SLIP-FILE
116500     CLOSE TAX-FILE
116600     CLOSE SLIP-RPT-FILE
116700     CLOSE CONTROL-RPT-FILE.
116800 8000-EXIT.
116900     EXIT.
117000
117100*----------------------------------------------------------
117200* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
117300*----------------------------------------------------------
117400 9999-ABEND.
117500     DISPLAY "TAXRCPT - ARRET ANORMAL DU TRAITEMENT".
117600     STOP RUN.
117700 END PROGRAM TAXRCPT.
