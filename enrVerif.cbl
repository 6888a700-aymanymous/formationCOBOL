000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  ENRVERIF.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  ENROLLMENT VERIFICATION
001100*                  LETTERS.  READS THE REGISTRAR'S REQUEST
001200*                  FILE (ONE STUDENTID AND AN OPTIONAL
001300*                  PURPOSE PER CARD) AND PRINTS AN OFFICIAL
001400*                  LETTER FOR EACH - NAME AND ADDRESS FROM
001500*                  STUPERS, THE CURRENT REGISTRATIONS FROM
001600*                  STUMAST WITH THE SECTION TERM AND DATES
001700*                  FROM CRSESECT, THE CREDIT HOURS TOTALLED
001800*                  FROM CRSEMAST AND THE FULL-TIME OR PART-
001900*                  TIME STATUS AGAINST THE THRESHOLD ON THE
002000*                  CONTROL CARD (WS-FT-HOURS WHEN BLANK).
002100*                  EVERY LETTER ISSUED IS LOGGED ON VERLOG.
002200*                  A STUDENT UNKNOWN TO STUPERS OR WITHOUT A
002300*                  CURRENT REGISTRATION GETS NO LETTER AND
002400*                  IS LISTED ON THE CONTROL REPORT (RC 4).
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT VERIF-REQ-FILE ASSIGN TO VERREQ
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-REQ-STATUS.
003200
003300     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS SP-STUDENTID
003700         ALTERNATE RECORD KEY IS SP-NOM
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-PERS-STATUS.
004000
004100     SELECT STUDENT-MASTER ASSIGN TO STUMAST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SM-KEY
004500         ALTERNATE RECORD KEY IS SM-COURSECODE
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-MAST-STATUS.
004800
004900     SELECT COURSE-MASTER ASSIGN TO CRSEMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CM-COURSECODE
005300         FILE STATUS IS WS-CRSE-STATUS.
005400
005500     SELECT COURSE-SECTION-FILE ASSIGN TO CRSESECT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CS-KEY
005900         FILE STATUS IS WS-SECT-STATUS.
006000
006100     SELECT VERIF-LOG-FILE ASSIGN TO VERLOG
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-LOG-STATUS.
006400
006500     SELECT LETTER-RPT-FILE ASSIGN TO VERLTR
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-LTR-STATUS.
006800
006900     SELECT CONTROL-RPT-FILE ASSIGN TO VERRPT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-RPT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500*----------------------------------------------------------
007600* VERIF-REQ-FILE - ONE LETTER REQUESTED PER CARD
007700*----------------------------------------------------------
007800 FD  VERIF-REQ-FILE
007900     RECORDING MODE IS F.
008000 01  VERIF-REQ-REC.
008100     05  VQ-STUDENTID                PIC 9(7).
008200     05  VQ-PURPOSE                  PIC X(20).
008300     05  FILLER                      PIC X(53).
008400
008500*----------------------------------------------------------
008600* STUDENT-PERSON-FILE - NAME AND MAILING ADDRESS
008700*----------------------------------------------------------
008800 FD  STUDENT-PERSON-FILE.
008900 COPY STUPERS.
009000
009100*----------------------------------------------------------
009200* STUDENT-MASTER - THE STUDENT'S CURRENT REGISTRATIONS
009300*----------------------------------------------------------
009400 FD  STUDENT-MASTER.
009500 COPY STUDMAS.
009600
009700*----------------------------------------------------------
009800* COURSE-MASTER - COURSE NAME AND CREDIT HOURS
009900*----------------------------------------------------------
010000 FD  COURSE-MASTER.
010100 COPY COURSMAS.
010200
010300*----------------------------------------------------------
010400* COURSE-SECTION-FILE - TERM AND DATES OF EACH SECTION
010500*----------------------------------------------------------
010600 FD  COURSE-SECTION-FILE.
010700 COPY COURSECT.
010800
010900*----------------------------------------------------------
011000* VERIF-LOG-FILE - ONE RECORD PER LETTER ISSUED
011100*----------------------------------------------------------
011200 FD  VERIF-LOG-FILE
011300     RECORDING MODE IS F.
011400 COPY VERLOG.
011500
011600*----------------------------------------------------------
011700* LETTER-RPT-FILE - THE LETTERS, EACH BEHIND A RULE
011800*----------------------------------------------------------
011900 FD  LETTER-RPT-FILE
012000     RECORDING MODE IS F.
012100 01  LETTER-RPT-REC                  PIC X(80).
012200
012300*----------------------------------------------------------
012400* CONTROL-RPT-FILE - LETTERS ISSUED AND REQUESTS REFUSED
012500*----------------------------------------------------------
012600 FD  CONTROL-RPT-FILE
012700     RECORDING MODE IS F.
012800 01  CONTROL-RPT-REC                 PIC X(80).
012900
013000 WORKING-STORAGE SECTION.
013100 01  WS-REQ-STATUS                   PIC XX.
013200     88  WS-REQ-OK                   VALUE "00".
013300
013400 01  WS-PERS-STATUS                  PIC XX.
013500     88  WS-PERS-OK                  VALUE "00".
013600     88  WS-PERS-NOTFOUND            VALUE "23".
013700
013800 01  WS-MAST-STATUS                  PIC XX.
013900     88  WS-MAST-OK                  VALUE "00", "02".
014000     88  WS-MAST-NOTFOUND            VALUE "23".
014100
014200 01  WS-CRSE-STATUS                  PIC XX.
014300     88  WS-CRSE-OK                  VALUE "00".
014400
014500 01  WS-SECT-STATUS                  PIC XX.
014600     88  WS-SECT-OK                  VALUE "00".
014700
014800 01  WS-LOG-STATUS                   PIC XX.
014900     88  WS-LOG-OK                   VALUE "00".
015000
015100 01  WS-LTR-STATUS                   PIC XX.
015200     88  WS-LTR-OK                   VALUE "00".
015300
015400 01  WS-RPT-STATUS                   PIC XX.
015500     88  WS-RPT-OK                   VALUE "00".
015600
015700*----------------------------------------------------------
015800* WS-CONTROL-CARD - FULL-TIME THRESHOLD IN CREDIT HOURS;
015900*     BLANK OR ZERO KEEPS WS-FT-HOURS
016000*----------------------------------------------------------
016100 01  WS-CONTROL-CARD.
016200     05  WS-CARD-FT-HOURS            PIC 9(2).
016300     05  FILLER                      PIC X(78).
016400
016500* CREDIT HOURS FROM WHICH A STUDENT IS CERTIFIED FULL-TIME
016600 01  WS-FT-HOURS                     PIC 9(2) VALUE 12.
016700
016800 01  WS-SWITCHES.
016900     05  WS-EOF-SW                   PIC X(01) VALUE "N".
017000         88  WS-EOF                  VALUE "Y".
017100     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
017200         88  WS-MAST-EOF             VALUE "Y".
017300
017400 01  WS-COUNTERS.
017500     05  WS-REQ-COUNT                PIC 9(05) COMP VALUE ZERO.
017600     05  WS-LETTER-COUNT             PIC 9(05) COMP VALUE ZERO.
017700     05  WS-FT-COUNT                 PIC 9(05) COMP VALUE ZERO.
017800     05  WS-PT-COUNT                 PIC 9(05) COMP VALUE ZERO.
017900     05  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
018000
018100 01  WS-TOTAL-HOURS                  PIC 9(3).
018200
018300*----------------------------------------------------------
018400* WS-REG-TABLE - THE STUDENT'S CURRENT REGISTRATIONS, LOADED
018500*     BEFORE THE LETTER PRINTS SO A STUDENT WITHOUT ONE IS
018600*     REFUSED BEFORE ANY LETTER IS STARTED
018700*----------------------------------------------------------
018800 01  WS-REG-TABLE.
018900     05  WS-REG-MAX                  PIC 9(03) COMP VALUE ZERO.
019000     05  WS-REG-IX                   PIC 9(03) COMP.
019100     05  WS-REG-ENTRY OCCURS 20 TIMES.
019200         10  WS-REG-COURSE           PIC X(4).
019300         10  WS-REG-NAME             PIC X(20).
019400         10  WS-REG-SECTION          PIC X(2).
019500         10  WS-REG-TERM             PIC X(5).
019600         10  WS-REG-START            PIC 9(8).
019700         10  WS-REG-END              PIC 9(8).
019800         10  WS-REG-HOURS            PIC 9(2).
019900
020000* YYMMDD
020100 01  CURRENTDATE.
020200     05  CURRENTYEAR                 PIC 9(4).
020300     05  CURRENTMONTH                PIC 99.
020400     05  CURRENTDAY                  PIC 99.
020500
020600 01  WS-RUN-TIME                     PIC 9(8).
020700
020800 01  WS-HEADING-1.
020900     05  FILLER                      PIC X(45)
021000         VALUE "ENRVERIF - ATTESTATIONS D'INSCRIPTION".
021100
021200 01  WS-HEADING-2.
021300     05  FILLER                      PIC X(20)
021400             VALUE "DATE DU TRAITEMENT: ".
021500     05  HDG-DAY                     PIC 99.
021600     05  FILLER                      PIC X(01) VALUE "/".
021700     05  HDG-MONTH                   PIC 99.
021800     05  FILLER                      PIC X(01) VALUE "/".
021900     05  HDG-YEAR                    PIC 9(4).
022000
022100 01  WS-HEADING-3.
022200     05  FILLER                      PIC X(25)
022300             VALUE "SEUIL TEMPS PLEIN     : ".
022400     05  HDG-FT-HOURS                PIC Z9.
022500     05  FILLER                      PIC X(08)
022600             VALUE " CREDITS".
022700
022710 01  WS-LETTER-SEP.
022720     05  FILLER                      PIC X(45) VALUE ALL "-".
022730
022800 01  WS-LETTER-TITLE.
022900     05  FILLER                      PIC X(20) VALUE SPACES.
023000     05  FILLER                      PIC X(40)
023100             VALUE "ATTESTATION D'INSCRIPTION".
023200
023300 01  WS-LETTER-DATE.
023400     05  FILLER                      PIC X(11)
023500             VALUE "DATE     : ".
023600     05  LTD-DAY                     PIC 99.
023700     05  FILLER                      PIC X(01) VALUE "/".
023800     05  LTD-MONTH                   PIC 99.
023900     05  FILLER                      PIC X(01) VALUE "/".
024000     05  LTD-YEAR                    PIC 9(4).
024100
024200 01  WS-LETTER-TO.
024300     05  FILLER                      PIC X(11)
024400             VALUE "ETUDIANT : ".
024500     05  LTR-STUDENTID               PIC 9(7).
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  LTR-NOM                     PIC X(25).
024800
024900 01  WS-LETTER-ADDR-1.
025000     05  FILLER                      PIC X(11)
025100             VALUE "ADRESSE  : ".
025200     05  LTR-RUE                     PIC X(25).
025300
025400 01  WS-LETTER-ADDR-2.
025500     05  FILLER                      PIC X(11) VALUE SPACES.
025600     05  LTR-VILLE                   PIC X(15).
025700     05  FILLER                      PIC X(01) VALUE SPACES.
025800     05  LTR-CODE-POSTAL             PIC X(7).
025900
026000 01  WS-LETTER-PURPOSE.
026100     05  FILLER                      PIC X(11)
026200             VALUE "OBJET    : ".
026300     05  LTR-PURPOSE                 PIC X(20).
026400
026500 01  WS-LETTER-BODY-1.
026600     05  FILLER                      PIC X(60) VALUE
026700         "LE REGISTRARIAT ATTESTE QUE L'ETUDIANT CI-DESSUS".
026800
026900 01  WS-LETTER-BODY-2.
027000     05  FILLER                      PIC X(60) VALUE
027100         "EST INSCRIT A CE JOUR AUX COURS SUIVANTS :".
027200
027300 01  WS-COURSE-HEADING.
027400     05  FILLER                      PIC X(40) VALUE
027500         "COURS NOM                  SECT SESS  ".
027600     05  FILLER                      PIC X(30) VALUE
027700         "DEBUT     FIN       CREDITS".
027800
027900 01  WS-COURSE-LINE.
028000     05  CRL-COURSE                  PIC X(4).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  CRL-NAME                    PIC X(20).
028300     05  FILLER                      PIC X(01) VALUE SPACES.
028400     05  CRL-SECTION                 PIC X(2).
028500     05  FILLER                      PIC X(03) VALUE SPACES.
028600     05  CRL-TERM                    PIC X(5).
028700     05  FILLER                      PIC X(01) VALUE SPACES.
028800     05  CRL-START                   PIC 9(8).
028900     05  FILLER                      PIC X(02) VALUE SPACES.
029000     05  CRL-END                     PIC 9(8).
029100     05  FILLER                      PIC X(04) VALUE SPACES.
029200     05  CRL-HOURS                   PIC Z9.
029300
029400 01  WS-LETTER-HOURS.
029500     05  FILLER                      PIC X(25)
029600             VALUE "TOTAL DES CREDITS     : ".
029700     05  LTR-HOURS                   PIC ZZ9.
029800
029900 01  WS-LETTER-STATUS.
030000     05  FILLER                      PIC X(25)
030100             VALUE "STATUT                : ".
030200     05  LTR-STATUS                  PIC X(15).
030300     05  FILLER                      PIC X(08)
030400             VALUE " (SEUIL ".
030500     05  LTR-FT-HOURS                PIC Z9.
030600     05  FILLER                      PIC X(09)
030700             VALUE " CREDITS)".
030800
030900 01  WS-LETTER-SIGN.
031000     05  FILLER                      PIC X(40) VALUE SPACES.
031100     05  FILLER                      PIC X(20)
031200             VALUE "LE REGISTRAIRE".
031300
031400 01  WS-ISSUED-LINE.
031500     05  FILLER                      PIC X(09)
031600             VALUE "EMISE  : ".
031700     05  ISL-STUDENTID               PIC 9(7).
031800     05  FILLER                      PIC X(02) VALUE SPACES.
031900     05  ISL-NOM                     PIC X(25).
032000     05  FILLER                      PIC X(02) VALUE SPACES.
032100     05  ISL-HOURS                   PIC ZZ9.
032200     05  FILLER                      PIC X(02) VALUE SPACES.
032300     05  ISL-STATUS                  PIC X(15).
032400
032500 01  WS-REFUSED-LINE.
032600     05  FILLER                      PIC X(09)
032700             VALUE "REFUSEE: ".
032800     05  RFL-STUDENTID               PIC X(7).
032900     05  FILLER                      PIC X(02) VALUE SPACES.
033000     05  RFL-REASON                  PIC X(40).
033100
033200 01  WS-TRAILER-1.
033300     05  FILLER                      PIC X(25)
033400             VALUE "DEMANDES LUES         : ".
033500     05  TRL-REQUESTS                PIC ZZZZ9.
033600
033700 01  WS-TRAILER-2.
033800     05  FILLER                      PIC X(25)
033900             VALUE "ATTESTATIONS EMISES   : ".
034000     05  TRL-LETTERS                 PIC ZZZZ9.
034100
034200 01  WS-TRAILER-3.
034300     05  FILLER                      PIC X(25)
034400             VALUE "  DONT TEMPS PLEIN    : ".
034500     05  TRL-FT                      PIC ZZZZ9.
034600
034700 01  WS-TRAILER-4.
034800     05  FILLER                      PIC X(25)
034900             VALUE "  DONT TEMPS PARTIEL  : ".
035000     05  TRL-PT                      PIC ZZZZ9.
035100
035200 01  WS-TRAILER-5.
035300     05  FILLER                      PIC X(25)
035400             VALUE "DEMANDES REFUSEES     : ".
035500     05  TRL-REFUSED                 PIC ZZZZ9.
035600
035700 PROCEDURE DIVISION.
035800*----------------------------------------------------------
035900* 0000-MAINLINE
036000*----------------------------------------------------------
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE
036300         THRU 1000-EXIT.
036400     PERFORM 2000-PROCESS-REQUEST
036500         THRU 2000-EXIT
036600         UNTIL WS-EOF.
036700     PERFORM 8000-TERMINATE
036800         THRU 8000-EXIT.
036900     GOBACK.
037000
037100*----------------------------------------------------------
037200* 1000-INITIALIZE - READ THE CONTROL CARD AND OPEN FILES;
037300*     THE LOG IS EXTENDED, OR CREATED ON THE FIRST RUN
037400*----------------------------------------------------------
037500 1000-INITIALIZE.
037600     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
037700     ACCEPT WS-CONTROL-CARD
037800     IF WS-CARD-FT-HOURS NUMERIC
037900         AND WS-CARD-FT-HOURS > ZERO
038000         MOVE WS-CARD-FT-HOURS TO WS-FT-HOURS
038100     END-IF
038200     OPEN INPUT VERIF-REQ-FILE
038300     IF NOT WS-REQ-OK
038400         DISPLAY "ENRVERIF - OUVERTURE VERREQ IMPOSSIBLE "
038500             WS-REQ-STATUS
038600         GO TO 9999-ABEND
038700     END-IF
038800     OPEN INPUT STUDENT-PERSON-FILE
038900     IF NOT WS-PERS-OK
039000         DISPLAY "ENRVERIF - OUVERTURE STUPERS IMPOSSIBLE "
039100             WS-PERS-STATUS
039200         GO TO 9999-ABEND
039300     END-IF
039400     OPEN INPUT STUDENT-MASTER
039500     IF NOT WS-MAST-OK
039600         DISPLAY "ENRVERIF - OUVERTURE STUMAST IMPOSSIBLE "
039700             WS-MAST-STATUS
039800         GO TO 9999-ABEND
039900     END-IF
040000     OPEN INPUT COURSE-MASTER
040100     IF NOT WS-CRSE-OK
040200         DISPLAY "ENRVERIF - OUVERTURE CRSEMAST IMPOSSIBLE "
040300             WS-CRSE-STATUS
040400         GO TO 9999-ABEND
040500     END-IF
040600     OPEN INPUT COURSE-SECTION-FILE
040700     IF NOT WS-SECT-OK
040800         DISPLAY "ENRVERIF - OUVERTURE CRSESECT IMPOSSIBLE "
040900             WS-SECT-STATUS
041000         GO TO 9999-ABEND
041100     END-IF
041200     OPEN EXTEND VERIF-LOG-FILE
041300     IF NOT WS-LOG-OK
041400         OPEN OUTPUT VERIF-LOG-FILE
041500     END-IF
041600     IF NOT WS-LOG-OK
041700         DISPLAY "ENRVERIF - OUVERTURE VERLOG IMPOSSIBLE "
041800             WS-LOG-STATUS
041900         GO TO 9999-ABEND
042000     END-IF
042100     OPEN OUTPUT LETTER-RPT-FILE
042200     IF NOT WS-LTR-OK
042300         DISPLAY "ENRVERIF - OUVERTURE VERLTR IMPOSSIBLE "
042400             WS-LTR-STATUS
042500         GO TO 9999-ABEND
042600     END-IF
042700     OPEN OUTPUT CONTROL-RPT-FILE
042800     IF NOT WS-RPT-OK
042900         DISPLAY "ENRVERIF - OUVERTURE VERRPT IMPOSSIBLE "
043000             WS-RPT-STATUS
043100         GO TO 9999-ABEND
043200     END-IF
043300     MOVE CURRENTDAY   TO HDG-DAY
043400     MOVE CURRENTMONTH TO HDG-MONTH
043500     MOVE CURRENTYEAR  TO HDG-YEAR
043600     MOVE WS-FT-HOURS  TO HDG-FT-HOURS
043700     WRITE CONTROL-RPT-REC FROM WS-HEADING-1
043800     WRITE CONTROL-RPT-REC FROM WS-HEADING-2
043900     WRITE CONTROL-RPT-REC FROM WS-HEADING-3
044000     MOVE CURRENTDAY   TO LTD-DAY
044100     MOVE CURRENTMONTH TO LTD-MONTH
044200     MOVE CURRENTYEAR  TO LTD-YEAR
044300     MOVE WS-FT-HOURS  TO LTR-FT-HOURS
044400     PERFORM 5000-READ-REQUEST
044500         THRU 5000-EXIT.
044600 1000-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------
045000* 2000-PROCESS-REQUEST - ONE LETTER, OR THE REASON WHY NOT
045100*----------------------------------------------------------
045200 2000-PROCESS-REQUEST.
045300     ADD 1 TO WS-REQ-COUNT
045400     MOVE VERIF-REQ-REC (1:7) TO RFL-STUDENTID
045500     IF VQ-STUDENTID NOT NUMERIC
045600         MOVE "NUMERO D'ETUDIANT INVALIDE" TO RFL-REASON
045700         PERFORM 7100-WRITE-REFUSAL
045800             THRU 7100-EXIT
045900         GO TO 2000-NEXT
046000     END-IF
046100     MOVE VQ-STUDENTID TO SP-STUDENTID
046200     READ STUDENT-PERSON-FILE
046300     IF WS-PERS-NOTFOUND
046400         MOVE "ETUDIANT INCONNU AU FICHIER PERSONNE"
046500             TO RFL-REASON
046600         PERFORM 7100-WRITE-REFUSAL
046700             THRU 7100-EXIT
046800         GO TO 2000-NEXT
046900     END-IF
047000     IF NOT WS-PERS-OK
047100         DISPLAY "ENRVERIF - LECTURE STUPERS IMPOSSIBLE "
047200             WS-PERS-STATUS
047300         GO TO 9999-ABEND
047400     END-IF
047500     PERFORM 3000-LOAD-REGISTRATIONS
047600         THRU 3000-EXIT
047700     IF WS-REG-MAX = ZERO
047800         MOVE "AUCUNE INSCRIPTION EN COURS" TO RFL-REASON
047900         PERFORM 7100-WRITE-REFUSAL
048000             THRU 7100-EXIT
048100         GO TO 2000-NEXT
048200     END-IF
048300     PERFORM 4000-PRINT-LETTER
048400         THRU 4000-EXIT
048500     PERFORM 6000-LOG-LETTER
048600         THRU 6000-EXIT.
048700 2000-NEXT.
048800     PERFORM 5000-READ-REQUEST
048900         THRU 5000-EXIT.
049000 2000-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------
049400* 3000-LOAD-REGISTRATIONS - EVERY STUMAST RECORD OF THE
049500*     STUDENT, WITH ITS COURSE AND SECTION DETAILS
049600*----------------------------------------------------------
049700 3000-LOAD-REGISTRATIONS.
049800     MOVE ZERO TO WS-REG-MAX
049900     MOVE ZERO TO WS-TOTAL-HOURS
050000     MOVE "N" TO WS-MAST-EOF-SW
050100     MOVE VQ-STUDENTID TO SM-STUDENTID
050200     MOVE SPACES TO SM-COURSECODE
050300     START STUDENT-MASTER KEY >= SM-KEY
050400     IF WS-MAST-NOTFOUND
050500         GO TO 3000-EXIT
050600     END-IF
050700     IF NOT WS-MAST-OK
050800         DISPLAY "ENRVERIF - POSITIONNEMENT STUMAST "
050900             "IMPOSSIBLE " WS-MAST-STATUS
051000         GO TO 9999-ABEND
051100     END-IF
051200     PERFORM 3100-LOAD-ONE
051300         THRU 3100-EXIT
051400         UNTIL WS-MAST-EOF.
051500 3000-EXIT.
051600     EXIT.
051700
051800*----------------------------------------------------------
051900* 3100-LOAD-ONE - ONE REGISTRATION INTO THE TABLE; AN
052000*     UNKNOWN COURSE COUNTS NO CREDIT HOURS
052100*----------------------------------------------------------
052200 3100-LOAD-ONE.
052300     READ STUDENT-MASTER NEXT RECORD
052400         AT END
052500             SET WS-MAST-EOF TO TRUE
052600             GO TO 3100-EXIT
052700     END-READ
052800     IF SM-STUDENTID NOT = VQ-STUDENTID
052900         SET WS-MAST-EOF TO TRUE
053000         GO TO 3100-EXIT
053100     END-IF
053200     IF WS-REG-MAX >= 20
053300         DISPLAY "ENRVERIF - TABLE DES INSCRIPTIONS SATUREE : "
053400             VQ-STUDENTID
053500         SET WS-MAST-EOF TO TRUE
053600         GO TO 3100-EXIT
053700     END-IF
053800     ADD 1 TO WS-REG-MAX
053900     MOVE SM-COURSECODE TO WS-REG-COURSE (WS-REG-MAX)
054000     MOVE SM-SECTION    TO WS-REG-SECTION (WS-REG-MAX)
054100     MOVE SPACES TO WS-REG-NAME (WS-REG-MAX)
054200     MOVE ZERO   TO WS-REG-HOURS (WS-REG-MAX)
054300     MOVE SM-COURSECODE TO CM-COURSECODE
054400     READ COURSE-MASTER
054500     IF WS-CRSE-OK
054600         MOVE CM-COURSENAME   TO WS-REG-NAME (WS-REG-MAX)
054700         MOVE CM-CREDIT-HOURS TO WS-REG-HOURS (WS-REG-MAX)
054800         ADD CM-CREDIT-HOURS TO WS-TOTAL-HOURS
054900     END-IF
055000     MOVE SPACES TO WS-REG-TERM (WS-REG-MAX)
055100     MOVE ZERO   TO WS-REG-START (WS-REG-MAX)
055200     MOVE ZERO   TO WS-REG-END (WS-REG-MAX)
055300     MOVE SM-COURSECODE TO CS-COURSECODE
055400     MOVE SM-SECTION    TO CS-SECTION
055500     READ COURSE-SECTION-FILE
055600     IF WS-SECT-OK
055700         MOVE CS-TERM       TO WS-REG-TERM (WS-REG-MAX)
055800         MOVE CS-START-DATE TO WS-REG-START (WS-REG-MAX)
055900         MOVE CS-END-DATE   TO WS-REG-END (WS-REG-MAX)
056000     END-IF.
056100 3100-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------
056500* 4000-PRINT-LETTER - ONE LETTER, BEHIND A SEPARATOR RULE
056600*----------------------------------------------------------
056700 4000-PRINT-LETTER.
056800     ADD 1 TO WS-LETTER-COUNT
056900     IF WS-TOTAL-HOURS >= WS-FT-HOURS
057000         MOVE "TEMPS PLEIN" TO LTR-STATUS
057100         ADD 1 TO WS-FT-COUNT
057200     ELSE
057300         MOVE "TEMPS PARTIEL" TO LTR-STATUS
057400         ADD 1 TO WS-PT-COUNT
057500     END-IF
057600     WRITE LETTER-RPT-REC FROM WS-LETTER-SEP
057700     WRITE LETTER-RPT-REC FROM WS-LETTER-TITLE
057800     MOVE SPACES TO LETTER-RPT-REC
057900     WRITE LETTER-RPT-REC
058000     WRITE LETTER-RPT-REC FROM WS-LETTER-DATE
058100     MOVE VQ-STUDENTID   TO LTR-STUDENTID
058200     MOVE SP-NOM         TO LTR-NOM
058300     MOVE SP-RUE         TO LTR-RUE
058400     MOVE SP-VILLE       TO LTR-VILLE
058500     MOVE SP-CODE-POSTAL TO LTR-CODE-POSTAL
058600     WRITE LETTER-RPT-REC FROM WS-LETTER-TO
058700     WRITE LETTER-RPT-REC FROM WS-LETTER-ADDR-1
058800     WRITE LETTER-RPT-REC FROM WS-LETTER-ADDR-2
058900     IF VQ-PURPOSE NOT = SPACES
059000         MOVE VQ-PURPOSE TO LTR-PURPOSE
059100         WRITE LETTER-RPT-REC FROM WS-LETTER-PURPOSE
059200     END-IF
059300     MOVE SPACES TO LETTER-RPT-REC
059400     WRITE LETTER-RPT-REC
059500     WRITE LETTER-RPT-REC FROM WS-LETTER-BODY-1
059600     WRITE LETTER-RPT-REC FROM WS-LETTER-BODY-2
059700     MOVE SPACES TO LETTER-RPT-REC
059800     WRITE LETTER-RPT-REC
059900     WRITE LETTER-RPT-REC FROM WS-COURSE-HEADING
060000     PERFORM 4100-PRINT-COURSE
060100         THRU 4100-EXIT
060200         VARYING WS-REG-IX FROM 1 BY 1
060300         UNTIL WS-REG-IX > WS-REG-MAX
060400     MOVE SPACES TO LETTER-RPT-REC
060500     WRITE LETTER-RPT-REC
060600     MOVE WS-TOTAL-HOURS TO LTR-HOURS
060700     WRITE LETTER-RPT-REC FROM WS-LETTER-HOURS
060800     WRITE LETTER-RPT-REC FROM WS-LETTER-STATUS
060900     MOVE SPACES TO LETTER-RPT-REC
061000     WRITE LETTER-RPT-REC
061100     WRITE LETTER-RPT-REC FROM WS-LETTER-SIGN
061200     MOVE VQ-STUDENTID   TO ISL-STUDENTID
061300     MOVE SP-NOM         TO ISL-NOM
061400     MOVE WS-TOTAL-HOURS TO ISL-HOURS
061500     MOVE LTR-STATUS     TO ISL-STATUS
061600     WRITE CONTROL-RPT-REC FROM WS-ISSUED-LINE.
061700 4000-EXIT.
061800     EXIT.
061900
062000*----------------------------------------------------------
062100* 4100-PRINT-COURSE - ONE REGISTRATION LINE OF THE LETTER
062200*----------------------------------------------------------
062300 4100-PRINT-COURSE.
062400     MOVE WS-REG-COURSE (WS-REG-IX)  TO CRL-COURSE
062500     MOVE WS-REG-NAME (WS-REG-IX)    TO CRL-NAME
062600     MOVE WS-REG-SECTION (WS-REG-IX) TO CRL-SECTION
062700     MOVE WS-REG-TERM (WS-REG-IX)    TO CRL-TERM
062800     MOVE WS-REG-START (WS-REG-IX)   TO CRL-START
062900     MOVE WS-REG-END (WS-REG-IX)     TO CRL-END
063000     MOVE WS-REG-HOURS (WS-REG-IX)   TO CRL-HOURS
063100     WRITE LETTER-RPT-REC FROM WS-COURSE-LINE.
063200 4100-EXIT.
063300     EXIT.
063400
063500*----------------------------------------------------------
063600* 5000-READ-REQUEST - READ THE NEXT REQUEST, SET EOF
063700*----------------------------------------------------------
063800 5000-READ-REQUEST.
063900     READ VERIF-REQ-FILE
064000         AT END
064100             SET WS-EOF TO TRUE
064200     END-READ.
064300 5000-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------
064700* 6000-LOG-LETTER - RECORD WHAT WAS CERTIFIED, AND WHEN
064800*----------------------------------------------------------
064900 6000-LOG-LETTER.
065000     ACCEPT WS-RUN-TIME FROM TIME
065100     MOVE SPACES TO VERIF-LOG-REC
065200     MOVE VQ-STUDENTID   TO VL-STUDENTID
065300     MOVE CURRENTDATE    TO VL-DATE
065400     MOVE WS-RUN-TIME    TO VL-TIME
065500     IF WS-TOTAL-HOURS >= WS-FT-HOURS
065600         SET VL-FULL-TIME TO TRUE
065700     ELSE
065800         SET VL-PART-TIME TO TRUE
065900     END-IF
066000     MOVE WS-TOTAL-HOURS TO VL-CREDIT-HOURS
066100     MOVE WS-FT-HOURS    TO VL-THRESHOLD
066200     MOVE WS-REG-MAX     TO VL-COURSES
066300     MOVE VQ-PURPOSE     TO VL-PURPOSE
066400     WRITE VERIF-LOG-REC
066500     IF NOT WS-LOG-OK
066600         DISPLAY "ENRVERIF - ECRITURE VERLOG IMPOSSIBLE "
066700             WS-LOG-STATUS
066800         GO TO 9999-ABEND
066900     END-IF.
067000 6000-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------
067400* 7100-WRITE-REFUSAL - ONE REFUSED REQUEST ON THE REPORT
067500*----------------------------------------------------------
067600 7100-WRITE-REFUSAL.
067700     ADD 1 TO WS-REFUSED-COUNT
067800     WRITE CONTROL-RPT-REC FROM WS-REFUSED-LINE.
067900 7100-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------
068300* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE FILES
068400*----------------------------------------------------------
068500 8000-TERMINATE.
068600     MOVE WS-REQ-COUNT     TO TRL-REQUESTS
068700     MOVE WS-LETTER-COUNT  TO TRL-LETTERS
068800     MOVE WS-FT-COUNT      TO TRL-FT
068900     MOVE WS-PT-COUNT      TO TRL-PT
069000     MOVE WS-REFUSED-COUNT TO TRL-REFUSED
069100     WRITE CONTROL-RPT-REC FROM WS-TRAILER-1
069200     WRITE CONTROL-RPT-REC FROM WS-TRAILER-2
069300     WRITE CONTROL-RPT-REC FROM WS-TRAILER-3
069400     WRITE CONTROL-RPT-REC FROM WS-TRAILER-4
069500     WRITE CONTROL-RPT-REC FROM WS-TRAILER-5
069600     IF WS-REFUSED-COUNT > ZERO
069700         MOVE 4 TO RETURN-CODE
069800     END-IF
069900     CLOSE VERIF-REQ-FILE
070000     CLOSE STUDENT-PERSON-FILE
070100     CLOSE STUDENT-MASTER
070200     CLOSE COURSE-MASTER
070300     CLOSE COURSE-SECTION-FILE
070400     CLOSE VERIF-LOG-FILE
070500     CLOSE LETTER-RPT-FILE
070600     CLOSE CONTROL-RPT-FILE.
070700 8000-EXIT.
070800     EXIT.
070900
071000*----------------------------------------------------------
071100* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
071200*----------------------------------------------------------
071300 9999-ABEND.
071400     DISPLAY "ENRVERIF - ARRET ANORMAL DU TRAITEMENT".
071500     STOP RUN.
071600 END PROGRAM ENRVERIF.
