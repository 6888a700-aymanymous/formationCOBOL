000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  OPERWEEK.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  WEEKLY OPERATOR
001100*                  ACTIVITY AND KEYING-ERROR REPORT FOR THE
001200*                  SUPERVISORS.  FOR THE SEVEN DAYS STARTING
001300*                  AT THE CONTROL CARD DATE (COLS 1-8,
001400*                  YYYYMMDD; BLANK = THE SEVEN DAYS ENDING
001500*                  YESTERDAY) IT PRINTS, BY OPERATOR AND DAY,
001600*                  THE SIGN-ON SESSIONS AND MINUTES SIGNED ON
001700*                  (OPERLOG), REGISTRATIONS FILED (ENTREE AND
001800*                  RESUBMIT WRITES ON STUJRNL), WAITLISTED (THE
001900*                  CAPTURE LOG, WAITCAP - THE WAITLIST ITSELF
002000*                  LOSES ENTRIES TO THE PROMOTION RUN) AND
002100*                  REJECTED BY REASON (REGREJ, APPOINTMENT REASON
002200*                  "A" INCLUDED), MAINTENANCE CHANGES BY FILE
002300*                  (MNTAUDT) AND CALCULATIONS RUN (CALCAUDT); THEN
002400*                  RANKS THE OPERATORS WHO KEYED REGISTRATIONS BY
002500*                  THEIR RATE OF COURSE, SECTION AND GENDER ERRORS
002510*                  FOR TRAINING.  A MISSING INPUT IS NOTED ON THE
002520*                  REPORT AND ENDS WITH RC 4.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPER-LOG-FILE ASSIGN TO OPERLOG
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-LOG-STATUS.
003300
003400     SELECT STU-JOURNAL-FILE ASSIGN TO STUJRNL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-JRN-STATUS.
003700
003800     SELECT WAITLIST-FILE ASSIGN TO WAITCAP
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-WAIT-STATUS.
004100
004200     SELECT REG-REJECT-FILE ASSIGN TO REGREJ
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-REJ-STATUS.
004500
004600     SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AUD-STATUS.
004900
005000     SELECT CALC-AUDIT-FILE ASSIGN TO CALCAUDT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-CALC-STATUS.
005300
005400     SELECT OPER-RPT-FILE ASSIGN TO OPERRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*----------------------------------------------------------
006100* OPER-LOG-FILE - SIGN-ON/SIGN-OFF ACTIVITY, IN TIME ORDER
006200*----------------------------------------------------------
006300 FD  OPER-LOG-FILE
006400     RECORDING MODE IS F.
006500 COPY OPERLOG.
006600
006700*----------------------------------------------------------
006800* STU-JOURNAL-FILE - EVERY STUDENT-MASTER UPDATE
006900*----------------------------------------------------------
007000 FD  STU-JOURNAL-FILE
007100     RECORDING MODE IS F.
007200 COPY STUJRNL.
007300
007400*----------------------------------------------------------
007500* WAITLIST-FILE - REGISTRATIONS CAPTURED TO THE WAITLIST,
007510*     FROM THE CAPTURE LOG (NEVER TRIMMED BY PROMOTION)
007600*----------------------------------------------------------
007700 FD  WAITLIST-FILE
007800     RECORDING MODE IS F.
007900 COPY WAITLST.
008000
008100*----------------------------------------------------------
008200* REG-REJECT-FILE - REJECTED REGISTRATIONS WITH THE REASON
008300*----------------------------------------------------------
008400 FD  REG-REJECT-FILE
008500     RECORDING MODE IS F.
008600 COPY REGREJ.
008700
008800*----------------------------------------------------------
008900* MAINT-AUDIT-FILE - ONE RECORD PER MASTER-FILE CHANGE
009000*----------------------------------------------------------
009100 FD  MAINT-AUDIT-FILE
009200     RECORDING MODE IS F.
009300 COPY MNTAUDT.
009400
009500*----------------------------------------------------------
009600* CALC-AUDIT-FILE - ONE RECORD PER CALCULATION
009700*----------------------------------------------------------
009800 FD  CALC-AUDIT-FILE
009900     RECORDING MODE IS F.
010000 COPY CALCAUDT.
010100
010200*----------------------------------------------------------
010300* OPER-RPT-FILE - THE WEEKLY REPORT
010400*----------------------------------------------------------
010500 FD  OPER-RPT-FILE
010600     RECORDING MODE IS F.
010700 01  OPER-RPT-REC                    PIC X(80).
010800
010900 WORKING-STORAGE SECTION.
011000 01  WS-LOG-STATUS                   PIC XX.
011100     88  WS-LOG-OK                   VALUE "00".
011200     88  WS-LOG-NOTOPEN              VALUE "35".
011300
011400 01  WS-JRN-STATUS                   PIC XX.
011500     88  WS-JRN-OK                   VALUE "00".
011600     88  WS-JRN-NOTOPEN              VALUE "35".
011700
011800 01  WS-WAIT-STATUS                  PIC XX.
011900     88  WS-WAIT-OK                  VALUE "00".
012000     88  WS-WAIT-NOTOPEN             VALUE "35".
012100
012200 01  WS-REJ-STATUS                   PIC XX.
012300     88  WS-REJ-OK                   VALUE "00".
012400     88  WS-REJ-NOTOPEN              VALUE "35".
012500
012600 01  WS-AUD-STATUS                   PIC XX.
012700     88  WS-AUD-OK                   VALUE "00".
012800     88  WS-AUD-NOTOPEN              VALUE "35".
012900
013000 01  WS-CALC-STATUS                  PIC XX.
013100     88  WS-CALC-OK                  VALUE "00".
013200     88  WS-CALC-NOTOPEN             VALUE "35".
013300
013400 01  WS-RPT-STATUS                   PIC XX.
013500     88  WS-RPT-OK                   VALUE "00".
013600
013700 01  WS-SWITCHES.
013800     05  WS-EOF-SW                   PIC X(01) VALUE "N".
013900         88  WS-EOF                  VALUE "Y".
014000     05  WS-INCOMPLETE-SW            PIC X(01) VALUE "N".
014100         88  WS-INCOMPLETE           VALUE "Y".
014200
014300*----------------------------------------------------------
014400* WS-CONTROL-CARD - FIRST DAY OF THE WEEK (COLS 1-8)
014500*----------------------------------------------------------
014600 01  WS-CONTROL-CARD.
014700     05  WS-CARD-START               PIC X(8).
014800     05  WS-CARD-START-NUM REDEFINES WS-CARD-START
014900                                     PIC 9(8).
015000     05  FILLER                      PIC X(72).
015100
015200 01  WS-PERIOD.
015300     05  WS-RUN-DATE                 PIC 9(8).
015400     05  WS-FROM-DATE                PIC 9(8).
015500     05  WS-TO-DATE                  PIC 9(8).
015600     05  WS-RUN-DAYS                 PIC 9(7).
015700     05  WS-FROM-DAYS                PIC 9(7).
015800     05  WS-TO-DAYS                  PIC 9(7).
015900
016000*----------------------------------------------------------
016100* WS-KEY - THE OPERATOR AND DAY A RECORD IS COUNTED UNDER
016200*----------------------------------------------------------
016300 01  WS-KEY.
016400     05  WS-KEY-OPERATOR             PIC X(8).
016500     05  WS-KEY-DATE                 PIC X(8).
016600     05  WS-KEY-DATE-NUM REDEFINES WS-KEY-DATE
016700                                     PIC 9(8).
016800
016900*----------------------------------------------------------
017000* REGREJ REASON CODES IN REPORT ORDER (COURSE, SECTION AND
017100*     GENDER FIRST - THE KEYING ERRORS); ANY OTHER CODE IS
017200*     COUNTED IN THE LAST COLUMN, "?"
017300*----------------------------------------------------------
017400 01  WS-REASON-CODES                 PIC X(10) VALUE "CSGDPHTFA?".
017500 01  WS-REASON-TABLE REDEFINES WS-REASON-CODES.
017600     05  WS-REASON-CODE              PIC X OCCURS 10 TIMES.
017700 01  WS-REASON-KNOWN                 PIC 9(03) COMP VALUE 9.
017800 01  WS-REASON-OTHER                 PIC 9(03) COMP VALUE 10.
017900
018000*----------------------------------------------------------
018100* MNTAUDT FILES IN REPORT ORDER; ANY OTHER FILE IS COUNTED
018200*     IN THE LAST COLUMN (AUTR)
018300*----------------------------------------------------------
018400 01  WS-MAINT-FILES.
018500     05  FILLER                      PIC X(16)
018600             VALUE "STUMAST CRSEMAST".
018700     05  FILLER                      PIC X(16)
018800             VALUE "CRSESECTSTUPERS ".
018900 01  WS-MAINT-TABLE REDEFINES WS-MAINT-FILES.
019000     05  WS-MAINT-FILE               PIC X(8) OCCURS 4 TIMES.
019100 01  WS-MAINT-KNOWN                  PIC 9(03) COMP VALUE 4.
019200 01  WS-MAINT-OTHER                  PIC 9(03) COMP VALUE 5.
019300
019400 01  WS-SUBSCRIPTS.
019500     05  WS-IX                       PIC 9(03) COMP.
019600     05  WS-PX                       PIC 9(03) COMP.
019700     05  WS-SX                       PIC 9(03) COMP.
019800     05  WS-OD-IX                    PIC 9(03) COMP.
019900     05  WS-OD-MAX                   PIC 9(03) COMP VALUE ZERO.
020000     05  WS-OP-MAX                   PIC 9(03) COMP VALUE ZERO.
020100     05  WS-SESS-MAX                 PIC 9(03) COMP VALUE ZERO.
020200
020300 01  WS-CURRENT-OPERATOR             PIC X(8) VALUE SPACES.
020400
020500*----------------------------------------------------------
020600* STUDENT-MASTER-REC - THE JOURNAL IMAGE OF A FILED
020700*     REGISTRATION, FOR ITS SM-OPERATOR-ID
020800*----------------------------------------------------------
020900 COPY STUDMAS.
021000
021100*----------------------------------------------------------
021200* SESSION TIMING - HHMM OF A SIGN-ON OR SIGN-OFF, AND THE
021300*     DAY NUMBERS FOR A SESSION THAT RUNS PAST MIDNIGHT
021400*----------------------------------------------------------
021500 01  WS-TIME-WORK                    PIC 9(8).
021600 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
021700     05  WS-TIME-HH                  PIC 99.
021800     05  WS-TIME-MM                  PIC 99.
021900     05  FILLER                      PIC 9(4).
022000 01  WS-ON-DAYS                      PIC 9(7).
022100 01  WS-OFF-DAYS                     PIC 9(7).
022200 01  WS-OFF-MINUTE                   PIC 9(05) COMP.
022300 01  WS-SESS-MINUTES                 PIC S9(7) COMP.
022400
022500*----------------------------------------------------------
022600* WS-SESS-TABLE - SESSIONS SIGNED ON AND NOT YET SIGNED OFF.
022700*     A FREED SLOT HAS A BLANK OPERATOR.  WS-SESS-OD-IX IS
022800*     THE OPERATOR/DAY ENTRY THE MINUTES GO TO (ZERO WHEN
022900*     THE SIGN-ON FELL OUTSIDE THE WEEK).
023000*----------------------------------------------------------
023100 01  WS-SESS-TABLE.
023200     05  WS-SESS-ENTRY OCCURS 50 TIMES.
023300         10  WS-SESS-OPERATOR        PIC X(8).
023400         10  WS-SESS-DATE            PIC 9(8).
023500         10  WS-SESS-MINUTE          PIC 9(05) COMP.
023600         10  WS-SESS-OD-IX           PIC 9(03) COMP.
023700
023800*----------------------------------------------------------
023900* WS-OD-TABLE - ONE ENTRY PER OPERATOR PER DAY OF THE WEEK,
024000*     ORDERED BY OPERATOR AND DAY BEFORE PRINTING.  THE
024100*     COUNTS HAVE THE LAYOUT OF WS-ZERO-COUNTS.
024200*----------------------------------------------------------
024300 01  WS-OD-TABLE.
024400     05  WS-OD-ENTRY OCCURS 1 TO 700 TIMES
024500         DEPENDING ON WS-OD-MAX
024600         ASCENDING KEY IS WS-OD-OPERATOR WS-OD-DATE.
024700         10  WS-OD-OPERATOR          PIC X(8).
024800         10  WS-OD-DATE              PIC 9(8).
024900         10  WS-OD-COUNTS.
025000             15  WS-OD-SESSIONS      PIC 9(05) COMP.
025100             15  WS-OD-MINUTES       PIC 9(07) COMP.
025200             15  WS-OD-FILED         PIC 9(05) COMP.
025300             15  WS-OD-WAITED        PIC 9(05) COMP.
025400             15  WS-OD-REJECTED      PIC 9(05) COMP.
025500             15  WS-OD-REASON        PIC 9(05) COMP
025600                                     OCCURS 10 TIMES.
025700             15  WS-OD-MAINT         PIC 9(05) COMP
025800                                     OCCURS 5 TIMES.
025900             15  WS-OD-CALCS         PIC 9(07) COMP.
026000
026100*----------------------------------------------------------
026200* WS-ZERO-COUNTS - A CLEARED SET OF COUNTS FOR A NEW ENTRY;
026300*     WS-PRT-COUNTS - THE SET BEING PRINTED; WS-TOT-COUNTS -
026400*     THE CURRENT OPERATOR'S WEEK.  ALL THREE HAVE THE LAYOUT
026500*     OF WS-OD-COUNTS.
026600*----------------------------------------------------------
026700 01  WS-ZERO-COUNTS.
026800     05  FILLER                      PIC 9(05) COMP VALUE ZERO.
026900     05  FILLER                      PIC 9(07) COMP VALUE ZERO.
027000     05  FILLER                      PIC 9(05) COMP VALUE ZERO.
027100     05  FILLER                      PIC 9(05) COMP VALUE ZERO.
027200     05  FILLER                      PIC 9(05) COMP VALUE ZERO.
027300     05  FILLER                      PIC 9(05) COMP VALUE ZERO
027400                                     OCCURS 10 TIMES.
027500     05  FILLER                      PIC 9(05) COMP VALUE ZERO
027600                                     OCCURS 5 TIMES.
027700     05  FILLER                      PIC 9(07) COMP VALUE ZERO.
027800
027900 01  WS-PRT-COUNTS.
028000     05  WS-PC-SESSIONS              PIC 9(05) COMP.
028100     05  WS-PC-MINUTES               PIC 9(07) COMP.
028200     05  WS-PC-FILED                 PIC 9(05) COMP.
028300     05  WS-PC-WAITED                PIC 9(05) COMP.
028400     05  WS-PC-REJECTED              PIC 9(05) COMP.
028500     05  WS-PC-REASON                PIC 9(05) COMP
028600                                     OCCURS 10 TIMES.
028700     05  WS-PC-MAINT                 PIC 9(05) COMP
028800                                     OCCURS 5 TIMES.
028900     05  WS-PC-CALCS                 PIC 9(07) COMP.
029000
029100 01  WS-TOT-COUNTS.
029200     05  WS-TC-SESSIONS              PIC 9(05) COMP.
029300     05  WS-TC-MINUTES               PIC 9(07) COMP.
029400     05  WS-TC-FILED                 PIC 9(05) COMP.
029500     05  WS-TC-WAITED                PIC 9(05) COMP.
029600     05  WS-TC-REJECTED              PIC 9(05) COMP.
029700     05  WS-TC-REASON                PIC 9(05) COMP
029800                                     OCCURS 10 TIMES.
029900     05  WS-TC-MAINT                 PIC 9(05) COMP
030000                                     OCCURS 5 TIMES.
030100     05  WS-TC-CALCS                 PIC 9(07) COMP.
030200
030300*----------------------------------------------------------
030400* WS-OP-TABLE - ONE ENTRY PER OPERATOR WHO KEYED
030500*     REGISTRATIONS, RANKED WORST KEYING-ERROR RATE FIRST.
030600*     KEYED = FILED + WAITLISTED + REJECTED; THE KEYING
030700*     ERRORS ARE THE COURSE, SECTION AND GENDER REJECTS.
030800*----------------------------------------------------------
030900 01  WS-OP-TABLE.
031000     05  WS-OP-ENTRY OCCURS 1 TO 100 TIMES
031100         DEPENDING ON WS-OP-MAX
031200         DESCENDING KEY IS WS-OP-ERR-RATE WS-OP-ERRORS
031300         ASCENDING KEY IS WS-OP-OPERATOR.
031400         10  WS-OP-OPERATOR          PIC X(8).
031500         10  WS-OP-KEYED             PIC 9(05) COMP.
031600         10  WS-OP-REJECTED          PIC 9(05) COMP.
031700         10  WS-OP-REJ-RATE          PIC 9(3)V9.
031800         10  WS-OP-COURSE-ERR        PIC 9(05) COMP.
031900         10  WS-OP-SECTION-ERR       PIC 9(05) COMP.
032000         10  WS-OP-GENDER-ERR        PIC 9(05) COMP.
032100         10  WS-OP-ERRORS            PIC 9(05) COMP.
032200         10  WS-OP-ERR-RATE          PIC 9(3)V9.
032300
032400 01  WS-COUNTERS.
032500     05  WS-LOG-COUNT                PIC 9(07) COMP VALUE ZERO.
032600     05  WS-JRN-COUNT                PIC 9(07) COMP VALUE ZERO.
032700     05  WS-WAIT-COUNT               PIC 9(07) COMP VALUE ZERO.
032800     05  WS-REJ-COUNT                PIC 9(07) COMP VALUE ZERO.
032900     05  WS-AUD-COUNT                PIC 9(07) COMP VALUE ZERO.
033000     05  WS-CALC-COUNT               PIC 9(07) COMP VALUE ZERO.
033100     05  WS-OPER-COUNT               PIC 9(05) COMP VALUE ZERO.
033200     05  WS-UNCLOSED-COUNT           PIC 9(05) COMP VALUE ZERO.
033300     05  WS-UNDATED-COUNT            PIC 9(05) COMP VALUE ZERO.
033400     05  WS-DROPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
033500
033600 01  WS-HEADING-1.
033700     05  FILLER                      PIC X(47)
033800         VALUE "OPERWEEK - ACTIVITE HEBDOMADAIRE DES OPERATEURS".
033900
034000 01  WS-PERIOD-LINE.
034100     05  FILLER                      PIC X(11)
034200             VALUE "PERIODE DU ".
034300     05  PER-FROM                    PIC 9(8).
034400     05  FILLER                      PIC X(04)
034500             VALUE " AU ".
034600     05  PER-TO                      PIC 9(8).
034700
034800 01  WS-LEGEND-LINE.
034900     05  FILLER                      PIC X(40)
035000         VALUE "MAJ FICHIER : STUM=STUMAST CRSM=CRSEMAST".
035100     05  FILLER                      PIC X(40)
035200         VALUE " SECT=CRSESECT PERS=STUPERS AUTR=AUTRES".
035300
035400 01  WS-MISSING-LINE.
035500     05  FILLER                      PIC X(14)
035600             VALUE "AUCUN FICHIER ".
035700     05  MIS-DDNAME                  PIC X(8).
035800     05  FILLER                      PIC X(24)
035900             VALUE " - CHIFFRES INCOMPLETS".
036000
036100 01  WS-OPERATOR-LINE.
036200     05  FILLER                      PIC X(12)
036300             VALUE "OPERATEUR : ".
036400     05  OPL-OPERATOR                PIC X(8).
036500
036600 01  WS-DAY-HEADING.
036700     05  FILLER                      PIC X(39)
036800         VALUE "DATE      SES MINUT INSCR ATTEN REJET  ".
036900     05  FILLER                      PIC X(31)
037000         VALUE "STUM CRSM SECT PERS AUTR CALCUL".
037100
037200 01  WS-DAY-LINE.
037300     05  DAY-LABEL                   PIC X(8).
037400     05  FILLER                      PIC X(02) VALUE SPACES.
037500     05  DAY-SESSIONS                PIC ZZ9.
037600     05  FILLER                      PIC X(01) VALUE SPACES.
037700     05  DAY-MINUTES                 PIC ZZZZ9.
037800     05  FILLER                      PIC X(01) VALUE SPACES.
037900     05  DAY-FILED                   PIC ZZZZ9.
038000     05  FILLER                      PIC X(01) VALUE SPACES.
038100     05  DAY-WAITED                  PIC ZZZZ9.
038200     05  FILLER                      PIC X(01) VALUE SPACES.
038300     05  DAY-REJECTED                PIC ZZZZ9.
038400     05  FILLER                      PIC X(02) VALUE SPACES.
038500     05  DAY-MAINT-ENTRY OCCURS 5 TIMES.
038600         10  DAY-MAINT               PIC ZZZ9.
038700         10  FILLER                  PIC X(01).
038800     05  DAY-CALCS                   PIC ZZZZZ9.
038900
039000 01  WS-REASON-LINE.
039100     05  FILLER                      PIC X(10)
039200             VALUE "  MOTIFS: ".
039300     05  RSN-ENTRY OCCURS 10 TIMES.
039400         10  RSN-CODE                PIC X.
039500         10  RSN-EQUAL               PIC X.
039600         10  RSN-COUNT               PIC ZZZ9.
039700         10  FILLER                  PIC X(01).
039800
039900 01  WS-RANK-TITLE.
040000     05  FILLER                      PIC X(40)
040100         VALUE "CLASSEMENT PAR TAUX D'ERREURS DE SAISIE".
040200     05  FILLER                      PIC X(24)
040300         VALUE "(COURS, SECTION, SEXE)".
040400
040500 01  WS-RANK-HEADING.
040600     05  FILLER                      PIC X(40)
040700         VALUE " NO  OPERATEUR SAISIES  REJETS    TAUX  ".
040800     05  FILLER                      PIC X(35)
040900         VALUE "COURS   SECT   SEXE ERREURS    TAUX".
041000
041100 01  WS-RANK-LINE.
041200     05  RNK-RANK                    PIC ZZ9.
041300     05  FILLER                      PIC X(02) VALUE SPACES.
041400     05  RNK-OPERATOR                PIC X(8).
041500     05  FILLER                      PIC X(04) VALUE SPACES.
041600     05  RNK-KEYED                   PIC ZZZZ9.
041700     05  FILLER                      PIC X(03) VALUE SPACES.
041800     05  RNK-REJECTED                PIC ZZZZ9.
041900     05  FILLER                      PIC X(02) VALUE SPACES.
042000     05  RNK-REJ-RATE                PIC ZZ9.9.
042100     05  FILLER                      PIC X(01) VALUE "%".
042200     05  FILLER                      PIC X(02) VALUE SPACES.
042300     05  RNK-COURSE-ERR              PIC ZZZZ9.
042400     05  FILLER                      PIC X(02) VALUE SPACES.
042500     05  RNK-SECTION-ERR             PIC ZZZZ9.
042600     05  FILLER                      PIC X(02) VALUE SPACES.
042700     05  RNK-GENDER-ERR              PIC ZZZZ9.
042800     05  FILLER                      PIC X(03) VALUE SPACES.
042900     05  RNK-ERRORS                  PIC ZZZZ9.
043000     05  FILLER                      PIC X(02) VALUE SPACES.
043100     05  RNK-ERR-RATE                PIC ZZ9.9.
043200     05  FILLER                      PIC X(01) VALUE "%".
043300
043400 01  WS-NONE-LINE.
043500     05  FILLER                      PIC X(40)
043600         VALUE "AUCUNE ACTIVITE SUR LA PERIODE".
043700
043800 01  WS-TRAILER-1.
043900     05  FILLER                      PIC X(25)
044000             VALUE "OPERATEURS            : ".
044100     05  TRL-OPERATORS               PIC ZZZZ9.
044200
044300 01  WS-TRAILER-2.
044400     05  FILLER                      PIC X(25)
044500             VALUE "SESSIONS NON FERMEES  : ".
044600     05  TRL-UNCLOSED                PIC ZZZZ9.
044700
044800 01  WS-TRAILER-3.
044900     05  FILLER                      PIC X(25)
045000             VALUE "REJETS SANS DATE      : ".
045100     05  TRL-UNDATED                 PIC ZZZZ9.
045200
045300 01  WS-TRAILER-4.
045400     05  FILLER                      PIC X(25)
045500             VALUE "ENTREES NON RETENUES  : ".
045600     05  TRL-DROPPED                 PIC ZZZZ9.
045700
045800 PROCEDURE DIVISION.
045900*----------------------------------------------------------
046000* 0000-MAINLINE
046100*----------------------------------------------------------
046200 0000-MAINLINE.
046300     PERFORM 1000-INITIALIZE
046400         THRU 1000-EXIT.
046500     PERFORM 2000-LOAD-SIGNONS
046600         THRU 2000-EXIT.
046700     PERFORM 2100-LOAD-JOURNAL
046800         THRU 2100-EXIT.
046900     PERFORM 2200-LOAD-WAITLIST
047000         THRU 2200-EXIT.
047100     PERFORM 2300-LOAD-REJECTS
047200         THRU 2300-EXIT.
047300     PERFORM 2400-LOAD-MAINT
047400         THRU 2400-EXIT.
047500     PERFORM 2500-LOAD-CALCS
047600         THRU 2500-EXIT.
047700     PERFORM 7000-PRINT-ACTIVITY
047800         THRU 7000-EXIT.
047900     PERFORM 7500-PRINT-RANKING
048000         THRU 7500-EXIT.
048100     PERFORM 8000-TERMINATE
048200         THRU 8000-EXIT.
048300     GOBACK.
048400
048500*----------------------------------------------------------
048600* 1000-INITIALIZE - THE WEEK FROM THE CONTROL CARD, OPEN
048700*     THE REPORT, PRINT THE HEADINGS
048800*----------------------------------------------------------
048900 1000-INITIALIZE.
049000     ACCEPT WS-CONTROL-CARD
049100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
049200     IF WS-CARD-START = SPACES
049300         COMPUTE WS-RUN-DAYS =
049400             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
049500         COMPUTE WS-FROM-DAYS = WS-RUN-DAYS - 7
049600     ELSE
049700         IF WS-CARD-START-NUM NOT NUMERIC
049800             DISPLAY "OPERWEEK - CARTE DE PERIODE INVALIDE "
049900                 WS-CARD-START
050000             GO TO 9999-ABEND
050100         END-IF
050200         COMPUTE WS-FROM-DAYS =
050300             FUNCTION INTEGER-OF-DATE (WS-CARD-START-NUM)
050400         IF WS-FROM-DAYS = ZERO
050500             DISPLAY "OPERWEEK - CARTE DE PERIODE INVALIDE "
050600                 WS-CARD-START
050700             GO TO 9999-ABEND
050800         END-IF
050900     END-IF
051000     COMPUTE WS-TO-DAYS = WS-FROM-DAYS + 6
051100     COMPUTE WS-FROM-DATE =
051200         FUNCTION DATE-OF-INTEGER (WS-FROM-DAYS)
051300     COMPUTE WS-TO-DATE =
051400         FUNCTION DATE-OF-INTEGER (WS-TO-DAYS)
051500     OPEN OUTPUT OPER-RPT-FILE
051600     IF NOT WS-RPT-OK
051700         DISPLAY "OPERWEEK - OUVERTURE OPERRPT IMPOSSIBLE "
051800             WS-RPT-STATUS
051900         GO TO 9999-ABEND
052000     END-IF
052100     WRITE OPER-RPT-REC FROM WS-HEADING-1
052200     MOVE WS-FROM-DATE TO PER-FROM
052300     MOVE WS-TO-DATE TO PER-TO
052400     WRITE OPER-RPT-REC FROM WS-PERIOD-LINE
052500     WRITE OPER-RPT-REC FROM WS-LEGEND-LINE
052600     PERFORM 1100-SET-REASON-CODE
052700         THRU 1100-EXIT
052800         VARYING WS-IX FROM 1 BY 1
052900         UNTIL WS-IX > WS-REASON-OTHER.
053000 1000-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------
053400* 1100-SET-REASON-CODE - ONE CODE INTO THE MOTIFS LINE
053500*----------------------------------------------------------
053600 1100-SET-REASON-CODE.
053700     MOVE WS-REASON-CODE (WS-IX) TO RSN-CODE (WS-IX)
053800     MOVE "=" TO RSN-EQUAL (WS-IX).
053900 1100-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------
054300* 2000-LOAD-SIGNONS - SESSIONS AND MINUTES FROM THE
054400*     ACTIVITY LOG.  A SESSION COUNTS ON ITS SIGN-ON DAY;
054500*     ONE NEVER SIGNED OFF (OR SIGNED ON AGAIN BEFORE ITS
054600*     SIGN-OFF) COUNTS WITH NO MINUTES.
054700*----------------------------------------------------------
054800 2000-LOAD-SIGNONS.
054900     OPEN INPUT OPER-LOG-FILE
055000     IF WS-LOG-NOTOPEN
055100         MOVE "OPERLOG" TO MIS-DDNAME
055200         PERFORM 6900-NO-FILE
055300             THRU 6900-EXIT
055400         GO TO 2000-EXIT
055500     END-IF
055600     IF NOT WS-LOG-OK
055700         DISPLAY "OPERWEEK - OUVERTURE OPERLOG IMPOSSIBLE "
055800             WS-LOG-STATUS
055900         GO TO 9999-ABEND
056000     END-IF
056100     MOVE "N" TO WS-EOF-SW
056200     PERFORM 2010-READ-LOG
056300         THRU 2010-EXIT
056400     PERFORM 2020-ONE-LOG-REC
056500         THRU 2020-EXIT
056600         UNTIL WS-EOF
056700     PERFORM 2060-COUNT-OPEN
056800         THRU 2060-EXIT
056900         VARYING WS-SX FROM 1 BY 1
057000         UNTIL WS-SX > WS-SESS-MAX
057100     CLOSE OPER-LOG-FILE.
057200 2000-EXIT.
057300     EXIT.
057400
057500*----------------------------------------------------------
057600* 2010-READ-LOG - NEXT ACTIVITY LINE, SET EOF
057700*----------------------------------------------------------
057800 2010-READ-LOG.
057900     READ OPER-LOG-FILE
058000         AT END
058100             SET WS-EOF TO TRUE
058200     END-READ.
058300 2010-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------
058700* 2020-ONE-LOG-REC - SIGN-ONS OPEN A SESSION, SIGN-OFFS
058800*     CLOSE ONE; REFUSALS AND LOCKOUTS ARE NOT SESSIONS
058900*----------------------------------------------------------
059000 2020-ONE-LOG-REC.
059100     ADD 1 TO WS-LOG-COUNT
059200     IF OL-ACTION-SIGNON
059300         PERFORM 2030-SIGN-ON
059400             THRU 2030-EXIT
059500     END-IF
059600     IF OL-ACTION-SIGNOFF
059700         PERFORM 2040-SIGN-OFF
059800             THRU 2040-EXIT
059900     END-IF
060000     PERFORM 2010-READ-LOG
060100         THRU 2010-EXIT.
060200 2020-EXIT.
060300     EXIT.
060400
060500*----------------------------------------------------------
060600* 2030-SIGN-ON - OPEN A SESSION FOR THE OPERATOR
060700*----------------------------------------------------------
060800 2030-SIGN-ON.
060900     MOVE OL-OPERATOR-ID TO WS-KEY-OPERATOR
061000     PERFORM 2050-FIND-SESSION
061100         THRU 2050-EXIT
061200     IF WS-SX > ZERO
061300         ADD 1 TO WS-UNCLOSED-COUNT
061400     ELSE
061500         MOVE SPACES TO WS-KEY-OPERATOR
061600         PERFORM 2050-FIND-SESSION
061700             THRU 2050-EXIT
061800     END-IF
061900     IF WS-SX = ZERO
062000         IF WS-SESS-MAX >= 50
062100             DISPLAY "OPERWEEK - TABLE DES SESSIONS SATUREE"
062200             ADD 1 TO WS-UNCLOSED-COUNT
062300             GO TO 2030-EXIT
062400         END-IF
062500         ADD 1 TO WS-SESS-MAX
062600         MOVE WS-SESS-MAX TO WS-SX
062700     END-IF
062800     MOVE OL-OPERATOR-ID TO WS-SESS-OPERATOR (WS-SX)
062900     MOVE OL-DATE TO WS-SESS-DATE (WS-SX)
063000     MOVE OL-TIME TO WS-TIME-WORK
063100     COMPUTE WS-SESS-MINUTE (WS-SX) =
063200         WS-TIME-HH * 60 + WS-TIME-MM
063300     MOVE OL-OPERATOR-ID TO WS-KEY-OPERATOR
063400     MOVE OL-DATE TO WS-KEY-DATE
063500     PERFORM 3000-FIND-ENTRY
063600         THRU 3000-EXIT
063700     MOVE WS-OD-IX TO WS-SESS-OD-IX (WS-SX)
063800     IF WS-OD-IX > ZERO
063900         ADD 1 TO WS-OD-SESSIONS (WS-OD-IX)
064000     END-IF.
064100 2030-EXIT.
064200     EXIT.
064300
064400*----------------------------------------------------------
064500* 2040-SIGN-OFF - CLOSE THE OPERATOR'S SESSION AND CREDIT
064600*     ITS MINUTES TO THE SIGN-ON DAY
064700*----------------------------------------------------------
064800 2040-SIGN-OFF.
064900     MOVE OL-OPERATOR-ID TO WS-KEY-OPERATOR
065000     PERFORM 2050-FIND-SESSION
065100         THRU 2050-EXIT
065200     IF WS-SX = ZERO
065300         GO TO 2040-EXIT
065400     END-IF
065500     MOVE SPACES TO WS-SESS-OPERATOR (WS-SX)
065600     IF WS-SESS-OD-IX (WS-SX) = ZERO
065700         GO TO 2040-EXIT
065800     END-IF
065900     MOVE OL-TIME TO WS-TIME-WORK
066000     COMPUTE WS-OFF-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM
066100     COMPUTE WS-ON-DAYS =
066200         FUNCTION INTEGER-OF-DATE (WS-SESS-DATE (WS-SX))
066300     COMPUTE WS-OFF-DAYS =
066400         FUNCTION INTEGER-OF-DATE (OL-DATE)
066500     COMPUTE WS-SESS-MINUTES =
066600         (WS-OFF-DAYS - WS-ON-DAYS) * 1440
066700         + WS-OFF-MINUTE - WS-SESS-MINUTE (WS-SX)
066800     IF WS-SESS-MINUTES > ZERO
066900         MOVE WS-SESS-OD-IX (WS-SX) TO WS-OD-IX
067000         ADD WS-SESS-MINUTES TO WS-OD-MINUTES (WS-OD-IX)
067100     END-IF.
067200 2040-EXIT.
067300     EXIT.
067400
067500*----------------------------------------------------------
067600* 2050-FIND-SESSION - THE SLOT HELD BY WS-KEY-OPERATOR (A
067700*     FREE SLOT WHEN THE KEY IS BLANK); ZERO IF NONE
067800*----------------------------------------------------------
067900 2050-FIND-SESSION.
068000     MOVE 1 TO WS-SX.
068100 2050-SEARCH.
068200     IF WS-SX > WS-SESS-MAX
068300         MOVE ZERO TO WS-SX
068400         GO TO 2050-EXIT
068500     END-IF
068600     IF WS-SESS-OPERATOR (WS-SX) = WS-KEY-OPERATOR
068700         GO TO 2050-EXIT
068800     END-IF
068900     ADD 1 TO WS-SX
069000     GO TO 2050-SEARCH.
069100 2050-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------
069500* 2060-COUNT-OPEN - A SESSION STILL OPEN AT END OF LOG
069600*----------------------------------------------------------
069700 2060-COUNT-OPEN.
069800     IF WS-SESS-OPERATOR (WS-SX) NOT = SPACES
069900         ADD 1 TO WS-UNCLOSED-COUNT
070000     END-IF.
070100 2060-EXIT.
070200     EXIT.
070300
070400*----------------------------------------------------------
070500* 2100-LOAD-JOURNAL - REGISTRATIONS FILED: STUMAST WRITES BY
070600*     ENTREE AND RESUBMIT, UNDER THE OPERATOR STAMPED ON THE
070700*     REGISTRATION (WAITPROM PROMOTIONS ARE NOT KEYING)
070800*----------------------------------------------------------
070900 2100-LOAD-JOURNAL.
071000     OPEN INPUT STU-JOURNAL-FILE
071100     IF WS-JRN-NOTOPEN
071200         MOVE "STUJRNL" TO MIS-DDNAME
071300         PERFORM 6900-NO-FILE
071400             THRU 6900-EXIT
071500         GO TO 2100-EXIT
071600     END-IF
071700     IF NOT WS-JRN-OK
071800         DISPLAY "OPERWEEK - OUVERTURE STUJRNL IMPOSSIBLE "
071900             WS-JRN-STATUS
072000         GO TO 9999-ABEND
072100     END-IF
072200     MOVE "N" TO WS-EOF-SW
072300     PERFORM 2110-READ-JOURNAL
072400         THRU 2110-EXIT
072500     PERFORM 2120-ONE-JOURNAL-REC
072600         THRU 2120-EXIT
072700         UNTIL WS-EOF
072800     CLOSE STU-JOURNAL-FILE.
072900 2100-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------
073300* 2110-READ-JOURNAL - NEXT JOURNAL RECORD, SET EOF
073400*----------------------------------------------------------
073500 2110-READ-JOURNAL.
073600     READ STU-JOURNAL-FILE
073700         AT END
073800             SET WS-EOF TO TRUE
073900     END-READ.
074000 2110-EXIT.
074100     EXIT.
074200
074300*----------------------------------------------------------
074400* 2120-ONE-JOURNAL-REC - COUNT ONE FILED REGISTRATION
074500*----------------------------------------------------------
074600 2120-ONE-JOURNAL-REC.
074700     ADD 1 TO WS-JRN-COUNT
074800     IF NOT JR-ACTION-WRITE
074900         GO TO 2120-NEXT
075000     END-IF
075100     IF JR-PROGRAM NOT = "ENTREE  "
075200         AND JR-PROGRAM NOT = "RESUBMIT"
075300         GO TO 2120-NEXT
075400     END-IF
075500     MOVE JR-IMAGE TO STUDENT-MASTER-REC
075600     MOVE SM-OPERATOR-ID TO WS-KEY-OPERATOR
075700     MOVE JR-DATE TO WS-KEY-DATE
075800     PERFORM 3000-FIND-ENTRY
075900         THRU 3000-EXIT
076000     IF WS-OD-IX > ZERO
076100         ADD 1 TO WS-OD-FILED (WS-OD-IX)
076200     END-IF.
076300 2120-NEXT.
076400     PERFORM 2110-READ-JOURNAL
076500         THRU 2110-EXIT.
076600 2120-EXIT.
076700     EXIT.
076800
076900*----------------------------------------------------------
077000* 2200-LOAD-WAITLIST - REGISTRATIONS WAITLISTED, ON THE DAY
077100*     OF THE REGISTRATION TIMESTAMP, FROM THE CAPTURE LOG
077200*----------------------------------------------------------
077300 2200-LOAD-WAITLIST.
077400     OPEN INPUT WAITLIST-FILE
077500     IF WS-WAIT-NOTOPEN
077600         MOVE "WAITCAP" TO MIS-DDNAME
077700         PERFORM 6900-NO-FILE
077800             THRU 6900-EXIT
077900         GO TO 2200-EXIT
078000     END-IF
078100     IF NOT WS-WAIT-OK
078200         DISPLAY "OPERWEEK - OUVERTURE WAITCAP IMPOSSIBLE "
078300             WS-WAIT-STATUS
078400         GO TO 9999-ABEND
078500     END-IF
078600     MOVE "N" TO WS-EOF-SW
078700     PERFORM 2210-READ-WAITLIST
078800         THRU 2210-EXIT
078900     PERFORM 2220-ONE-WAITLIST-REC
079000         THRU 2220-EXIT
079100         UNTIL WS-EOF
079200     CLOSE WAITLIST-FILE.
079300 2200-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------
079700* 2210-READ-WAITLIST - NEXT WAITLIST RECORD, SET EOF
079800*----------------------------------------------------------
079900 2210-READ-WAITLIST.
080000     READ WAITLIST-FILE
080100         AT END
080200             SET WS-EOF TO TRUE
080300     END-READ.
080400 2210-EXIT.
080500     EXIT.
080600
080700*----------------------------------------------------------
080800* 2220-ONE-WAITLIST-REC - COUNT ONE WAITLISTED REGISTRATION
080900*----------------------------------------------------------
081000 2220-ONE-WAITLIST-REC.
081100     ADD 1 TO WS-WAIT-COUNT
081200     MOVE WL-OPERATOR-ID TO WS-KEY-OPERATOR
081300     MOVE WL-REG-TIMESTAMP (1:8) TO WS-KEY-DATE
081400     PERFORM 3000-FIND-ENTRY
081500         THRU 3000-EXIT
081600     IF WS-OD-IX > ZERO
081700         ADD 1 TO WS-OD-WAITED (WS-OD-IX)
081800     END-IF
081900     PERFORM 2210-READ-WAITLIST
082000         THRU 2210-EXIT.
082100 2220-EXIT.
082200     EXIT.
082300
082400*----------------------------------------------------------
082500* 2300-LOAD-REJECTS - REGISTRATIONS REJECTED, BY REASON, ON
082600*     THE DAY ENTREE FIRST REJECTED THEM
082700*----------------------------------------------------------
082800 2300-LOAD-REJECTS.
082900     OPEN INPUT REG-REJECT-FILE
083000     IF WS-REJ-NOTOPEN
083100         MOVE "REGREJ" TO MIS-DDNAME
083200         PERFORM 6900-NO-FILE
083300             THRU 6900-EXIT
083400         GO TO 2300-EXIT
083500     END-IF
083600     IF NOT WS-REJ-OK
083700         DISPLAY "OPERWEEK - OUVERTURE REGREJ IMPOSSIBLE "
083800             WS-REJ-STATUS
083900         GO TO 9999-ABEND
084000     END-IF
084100     MOVE "N" TO WS-EOF-SW
084200     PERFORM 2310-READ-REJECT
084300         THRU 2310-EXIT
084400     PERFORM 2320-ONE-REJECT-REC
084500         THRU 2320-EXIT
084600         UNTIL WS-EOF
084700     CLOSE REG-REJECT-FILE.
084800 2300-EXIT.
084900     EXIT.
085000
085100*----------------------------------------------------------
085200* 2310-READ-REJECT - NEXT REJECTED REGISTRATION, SET EOF
085300*----------------------------------------------------------
085400 2310-READ-REJECT.
085500     READ REG-REJECT-FILE
085600         AT END
085700             SET WS-EOF TO TRUE
085800     END-READ.
085900 2310-EXIT.
086000     EXIT.
086100
086200*----------------------------------------------------------
086300* 2320-ONE-REJECT-REC - COUNT ONE REJECT UNDER ITS REASON.
086400*     RECORDS FROM BEFORE RR-REJ-DATE WAS KEPT ARE COUNTED
086500*     ON THE TRAILER ONLY.
086600*----------------------------------------------------------
086700 2320-ONE-REJECT-REC.
086800     ADD 1 TO WS-REJ-COUNT
086900     IF RR-REJ-DATE NOT NUMERIC
087000         OR RR-REJ-DATE = ZERO
087100         ADD 1 TO WS-UNDATED-COUNT
087200         GO TO 2320-NEXT
087300     END-IF
087400     MOVE RR-OPERATOR-ID TO WS-KEY-OPERATOR
087500     MOVE RR-REJ-DATE TO WS-KEY-DATE
087600     PERFORM 3000-FIND-ENTRY
087700         THRU 3000-EXIT
087800     IF WS-OD-IX = ZERO
087900         GO TO 2320-NEXT
088000     END-IF
088100     ADD 1 TO WS-OD-REJECTED (WS-OD-IX)
088200     MOVE 1 TO WS-IX.
088300 2320-FIND-REASON.
088400     IF WS-IX > WS-REASON-KNOWN
088500         MOVE WS-REASON-OTHER TO WS-IX
088600     ELSE
088700         IF WS-REASON-CODE (WS-IX) NOT = RR-REASON
088800             ADD 1 TO WS-IX
088900             GO TO 2320-FIND-REASON
089000         END-IF
089100     END-IF
089200     ADD 1 TO WS-OD-REASON (WS-OD-IX, WS-IX).
089300 2320-NEXT.
089400     PERFORM 2310-READ-REJECT
089500         THRU 2310-EXIT.
089600 2320-EXIT.
089700     EXIT.
089800
089900*----------------------------------------------------------
090000* 2400-LOAD-MAINT - MAINTENANCE CHANGES BY FILE
090100*----------------------------------------------------------
090200 2400-LOAD-MAINT.
090300     OPEN INPUT MAINT-AUDIT-FILE
090400     IF WS-AUD-NOTOPEN
090500         MOVE "MNTAUDT" TO MIS-DDNAME
090600         PERFORM 6900-NO-FILE
090700             THRU 6900-EXIT
090800         GO TO 2400-EXIT
090900     END-IF
091000     IF NOT WS-AUD-OK
091100         DISPLAY "OPERWEEK - OUVERTURE MNTAUDT IMPOSSIBLE "
091200             WS-AUD-STATUS
091300         GO TO 9999-ABEND
091400     END-IF
091500     MOVE "N" TO WS-EOF-SW
091600     PERFORM 2410-READ-MAINT
091700         THRU 2410-EXIT
091800     PERFORM 2420-ONE-MAINT-REC
091900         THRU 2420-EXIT
092000         UNTIL WS-EOF
092100     CLOSE MAINT-AUDIT-FILE.
092200 2400-EXIT.
092300     EXIT.
092400
092500*----------------------------------------------------------
092600* 2410-READ-MAINT - NEXT MAINTENANCE AUDIT RECORD, SET EOF
092700*----------------------------------------------------------
092800 2410-READ-MAINT.
092900     READ MAINT-AUDIT-FILE
093000         AT END
093100             SET WS-EOF TO TRUE
093200     END-READ.
093300 2410-EXIT.
093400     EXIT.
093500
093600*----------------------------------------------------------
093700* 2420-ONE-MAINT-REC - COUNT ONE CHANGE UNDER ITS FILE
093800*----------------------------------------------------------
093900 2420-ONE-MAINT-REC.
094000     ADD 1 TO WS-AUD-COUNT
094100     MOVE MA-OPERATOR TO WS-KEY-OPERATOR
094200     MOVE MA-DATE TO WS-KEY-DATE
094300     PERFORM 3000-FIND-ENTRY
094400         THRU 3000-EXIT
094500     IF WS-OD-IX = ZERO
094600         GO TO 2420-NEXT
094700     END-IF
094800     MOVE 1 TO WS-IX.
094900 2420-FIND-FILE.
095000     IF WS-IX > WS-MAINT-KNOWN
095100         MOVE WS-MAINT-OTHER TO WS-IX
095200     ELSE
095300         IF WS-MAINT-FILE (WS-IX) NOT = MA-FILE
095400             ADD 1 TO WS-IX
095500             GO TO 2420-FIND-FILE
095600         END-IF
095700     END-IF
095800     ADD 1 TO WS-OD-MAINT (WS-OD-IX, WS-IX).
095900 2420-NEXT.
096000     PERFORM 2410-READ-MAINT
096100         THRU 2410-EXIT.
096200 2420-EXIT.
096300     EXIT.
096400
096500*----------------------------------------------------------
096600* 2500-LOAD-CALCS - CALCULATIONS RUN (ONE PER AUDIT RECORD)
096700*----------------------------------------------------------
096800 2500-LOAD-CALCS.
096900     OPEN INPUT CALC-AUDIT-FILE
097000     IF WS-CALC-NOTOPEN
097100         MOVE "CALCAUDT" TO MIS-DDNAME
097200         PERFORM 6900-NO-FILE
097300             THRU 6900-EXIT
097400         GO TO 2500-EXIT
097500     END-IF
097600     IF NOT WS-CALC-OK
097700         DISPLAY "OPERWEEK - OUVERTURE CALCAUDT IMPOSSIBLE "
097800             WS-CALC-STATUS
097900         GO TO 9999-ABEND
098000     END-IF
098100     MOVE "N" TO WS-EOF-SW
098200     PERFORM 2510-READ-CALC
098300         THRU 2510-EXIT
098400     PERFORM 2520-ONE-CALC-REC
098500         THRU 2520-EXIT
098600         UNTIL WS-EOF
098700     CLOSE CALC-AUDIT-FILE.
098800 2500-EXIT.
098900     EXIT.
099000
099100*----------------------------------------------------------
099200* 2510-READ-CALC - NEXT CALCULATION AUDIT RECORD, SET EOF
099300*----------------------------------------------------------
099400 2510-READ-CALC.
099500     READ CALC-AUDIT-FILE
099600         AT END
099700             SET WS-EOF TO TRUE
099800     END-READ.
099900 2510-EXIT.
100000     EXIT.
100100
100200*----------------------------------------------------------
100300* 2520-ONE-CALC-REC - COUNT ONE CALCULATION
100400*----------------------------------------------------------
100500 2520-ONE-CALC-REC.
100600     ADD 1 TO WS-CALC-COUNT
100700     MOVE CA-USERID TO WS-KEY-OPERATOR
100800     MOVE CA-DATE TO WS-KEY-DATE
100900     PERFORM 3000-FIND-ENTRY
101000         THRU 3000-EXIT
101100     IF WS-OD-IX > ZERO
101200         ADD 1 TO WS-OD-CALCS (WS-OD-IX)
101300     END-IF
101400     PERFORM 2510-READ-CALC
101500         THRU 2510-EXIT.
101600 2520-EXIT.
101700     EXIT.
101800
101900*----------------------------------------------------------
102000* 3000-FIND-ENTRY - THE OPERATOR/DAY ENTRY FOR WS-KEY,
102100*     ADDED IF NEW.  WS-OD-IX IS ZERO WHEN THE DAY IS NOT IN
102200*     THE WEEK OR THE TABLE IS FULL.
102300*----------------------------------------------------------
102400 3000-FIND-ENTRY.
102500     MOVE ZERO TO WS-OD-IX
102600     IF WS-KEY-DATE-NUM NOT NUMERIC
102700         GO TO 3000-EXIT
102800     END-IF
102900     IF WS-KEY-DATE-NUM < WS-FROM-DATE
103000         OR WS-KEY-DATE-NUM > WS-TO-DATE
103100         GO TO 3000-EXIT
103200     END-IF
103300     IF WS-KEY-OPERATOR = SPACES
103400         MOVE "INCONNU" TO WS-KEY-OPERATOR
103500     END-IF
103600     MOVE 1 TO WS-IX.
103700 3000-SEARCH.
103800     IF WS-IX > WS-OD-MAX
103900         GO TO 3000-ADD
104000     END-IF
104100     IF WS-OD-OPERATOR (WS-IX) = WS-KEY-OPERATOR
104200         AND WS-OD-DATE (WS-IX) = WS-KEY-DATE-NUM
104300         MOVE WS-IX TO WS-OD-IX
104400         GO TO 3000-EXIT
104500     END-IF
104600     ADD 1 TO WS-IX
104700     GO TO 3000-SEARCH.
104800 3000-ADD.
104900     IF WS-OD-MAX >= 700
105000         IF WS-DROPPED-COUNT = ZERO
105100             DISPLAY "OPERWEEK - TABLE OPERATEUR/JOUR SATUREE"
105200         END-IF
105300         ADD 1 TO WS-DROPPED-COUNT
105400         MOVE "Y" TO WS-INCOMPLETE-SW
105500         GO TO 3000-EXIT
105600     END-IF
105700     ADD 1 TO WS-OD-MAX
105800     MOVE WS-OD-MAX TO WS-OD-IX
105900     MOVE WS-KEY-OPERATOR TO WS-OD-OPERATOR (WS-OD-IX)
106000     MOVE WS-KEY-DATE-NUM TO WS-OD-DATE (WS-OD-IX)
106100     MOVE WS-ZERO-COUNTS TO WS-OD-COUNTS (WS-OD-IX).
106200 3000-EXIT.
106300     EXIT.
106400
106500*----------------------------------------------------------
106600* 6900-NO-FILE - AN INPUT IS MISSING: SAY SO ON THE REPORT
106700*----------------------------------------------------------
106800 6900-NO-FILE.
106900     WRITE OPER-RPT-REC FROM WS-MISSING-LINE
107000     MOVE "Y" TO WS-INCOMPLETE-SW.
107100 6900-EXIT.
107200     EXIT.
107300
107400*----------------------------------------------------------
107500* 7000-PRINT-ACTIVITY - THE ORDERED TABLE, ONE BLOCK PER
107600*     OPERATOR WITH A LINE PER DAY AND THE WEEK'S TOTAL
107700*----------------------------------------------------------
107800 7000-PRINT-ACTIVITY.
107900     IF WS-OD-MAX = ZERO
108000         WRITE OPER-RPT-REC FROM WS-NONE-LINE
108100         GO TO 7000-EXIT
108200     END-IF
108300     SORT WS-OD-ENTRY
108400         ASCENDING KEY WS-OD-OPERATOR WS-OD-DATE
108500     MOVE SPACES TO WS-CURRENT-OPERATOR
108600     PERFORM 7100-PRINT-DAY
108700         THRU 7100-EXIT
108800         VARYING WS-PX FROM 1 BY 1
108900         UNTIL WS-PX > WS-OD-MAX
109000     PERFORM 7300-END-OPERATOR
109100         THRU 7300-EXIT.
109200 7000-EXIT.
109300     EXIT.
109400
109500*----------------------------------------------------------
109600* 7100-PRINT-DAY - ONE OPERATOR/DAY, BREAKING ON OPERATOR
109700*----------------------------------------------------------
109800 7100-PRINT-DAY.
109900     IF WS-OD-OPERATOR (WS-PX) NOT = WS-CURRENT-OPERATOR
110000         IF WS-CURRENT-OPERATOR NOT = SPACES
110100             PERFORM 7300-END-OPERATOR
110200                 THRU 7300-EXIT
110300         END-IF
110400         PERFORM 7200-START-OPERATOR
110500             THRU 7200-EXIT
110600     END-IF
110700     MOVE WS-OD-COUNTS (WS-PX) TO WS-PRT-COUNTS
110800     MOVE WS-OD-DATE (WS-PX) TO DAY-LABEL
110900     PERFORM 7400-PRINT-COUNTS
111000         THRU 7400-EXIT
111100     PERFORM 7150-ADD-TO-TOTAL
111200         THRU 7150-EXIT.
111300 7100-EXIT.
111400     EXIT.
111500
111600*----------------------------------------------------------
111700* 7150-ADD-TO-TOTAL - THE DAY INTO THE OPERATOR'S WEEK
111800*----------------------------------------------------------
111900 7150-ADD-TO-TOTAL.
112000     ADD WS-PC-SESSIONS TO WS-TC-SESSIONS
112100     ADD WS-PC-MINUTES TO WS-TC-MINUTES
112200     ADD WS-PC-FILED TO WS-TC-FILED
112300     ADD WS-PC-WAITED TO WS-TC-WAITED
112400     ADD WS-PC-REJECTED TO WS-TC-REJECTED
112500     ADD WS-PC-CALCS TO WS-TC-CALCS
112600     PERFORM 7160-ADD-REASON
112700         THRU 7160-EXIT
112800         VARYING WS-IX FROM 1 BY 1
112900         UNTIL WS-IX > WS-REASON-OTHER
113000     PERFORM 7170-ADD-MAINT
113100         THRU 7170-EXIT
113200         VARYING WS-IX FROM 1 BY 1
113300         UNTIL WS-IX > WS-MAINT-OTHER.
113400 7150-EXIT.
113500     EXIT.
113600
113700*----------------------------------------------------------
113800* 7160-ADD-REASON - ONE REJECT REASON INTO THE WEEK
113900*----------------------------------------------------------
114000 7160-ADD-REASON.
114100     ADD WS-PC-REASON (WS-IX) TO WS-TC-REASON (WS-IX).
114200 7160-EXIT.
114300     EXIT.
114400
114500*----------------------------------------------------------
114600* 7170-ADD-MAINT - ONE FILE'S CHANGES INTO THE WEEK
114700*----------------------------------------------------------
114800 7170-ADD-MAINT.
114900     ADD WS-PC-MAINT (WS-IX) TO WS-TC-MAINT (WS-IX).
115000 7170-EXIT.
115100     EXIT.
115200
115300*----------------------------------------------------------
115400* 7200-START-OPERATOR - HEADINGS FOR A NEW OPERATOR
115500*----------------------------------------------------------
115600 7200-START-OPERATOR.
115700     MOVE WS-OD-OPERATOR (WS-PX) TO WS-CURRENT-OPERATOR
115800     ADD 1 TO WS-OPER-COUNT
115900     MOVE WS-ZERO-COUNTS TO WS-TOT-COUNTS
116000     MOVE SPACES TO OPER-RPT-REC
116100     WRITE OPER-RPT-REC
116200     MOVE WS-CURRENT-OPERATOR TO OPL-OPERATOR
116300     WRITE OPER-RPT-REC FROM WS-OPERATOR-LINE
116400     WRITE OPER-RPT-REC FROM WS-DAY-HEADING.
116500 7200-EXIT.
116600     EXIT.
116700
116800*----------------------------------------------------------
116900* 7300-END-OPERATOR - THE OPERATOR'S WEEK, AND ITS PLACE IN
117000*     THE RANKING WHEN THE OPERATOR KEYED REGISTRATIONS
117100*----------------------------------------------------------
117200 7300-END-OPERATOR.
117300     MOVE WS-TOT-COUNTS TO WS-PRT-COUNTS
117400     MOVE "TOTAL" TO DAY-LABEL
117500     PERFORM 7400-PRINT-COUNTS
117600         THRU 7400-EXIT
117700     IF WS-TC-FILED + WS-TC-WAITED + WS-TC-REJECTED = ZERO
117800         GO TO 7300-EXIT
117900     END-IF
118000     IF WS-OP-MAX >= 100
118100         IF WS-DROPPED-COUNT = ZERO
118200             DISPLAY "OPERWEEK - TABLE DU CLASSEMENT SATUREE"
118300         END-IF
118400         ADD 1 TO WS-DROPPED-COUNT
118500         MOVE "Y" TO WS-INCOMPLETE-SW
118600         GO TO 7300-EXIT
118700     END-IF
118800     ADD 1 TO WS-OP-MAX
118900     MOVE WS-CURRENT-OPERATOR TO WS-OP-OPERATOR (WS-OP-MAX)
119000     COMPUTE WS-OP-KEYED (WS-OP-MAX) =
119100         WS-TC-FILED + WS-TC-WAITED + WS-TC-REJECTED
119200     MOVE WS-TC-REJECTED TO WS-OP-REJECTED (WS-OP-MAX)
119300     MOVE WS-TC-REASON (1) TO WS-OP-COURSE-ERR (WS-OP-MAX)
119400     MOVE WS-TC-REASON (2) TO WS-OP-SECTION-ERR (WS-OP-MAX)
119500     MOVE WS-TC-REASON (3) TO WS-OP-GENDER-ERR (WS-OP-MAX)
119600     COMPUTE WS-OP-ERRORS (WS-OP-MAX) =
119700         WS-TC-REASON (1) + WS-TC-REASON (2) + WS-TC-REASON (3)
119800     COMPUTE WS-OP-REJ-RATE (WS-OP-MAX) ROUNDED =
119900         WS-OP-REJECTED (WS-OP-MAX) * 100
120000         / WS-OP-KEYED (WS-OP-MAX)
120100     COMPUTE WS-OP-ERR-RATE (WS-OP-MAX) ROUNDED =
120200         WS-OP-ERRORS (WS-OP-MAX) * 100
120300         / WS-OP-KEYED (WS-OP-MAX).
120400 7300-EXIT.
120500     EXIT.
120600
120700*----------------------------------------------------------
120800* 7400-PRINT-COUNTS - THE COUNTS IN WS-PRT-COUNTS UNDER
120900*     DAY-LABEL, WITH THE REASONS WHEN THERE WERE REJECTS
121000*----------------------------------------------------------
121100 7400-PRINT-COUNTS.
121200     MOVE WS-PC-SESSIONS TO DAY-SESSIONS
121300     MOVE WS-PC-MINUTES TO DAY-MINUTES
121400     MOVE WS-PC-FILED TO DAY-FILED
121500     MOVE WS-PC-WAITED TO DAY-WAITED
121600     MOVE WS-PC-REJECTED TO DAY-REJECTED
121700     MOVE WS-PC-CALCS TO DAY-CALCS
121800     PERFORM 7410-MOVE-MAINT
121900         THRU 7410-EXIT
122000         VARYING WS-IX FROM 1 BY 1
122100         UNTIL WS-IX > WS-MAINT-OTHER
122200     WRITE OPER-RPT-REC FROM WS-DAY-LINE
122300     IF WS-PC-REJECTED = ZERO
122400         GO TO 7400-EXIT
122500     END-IF
122600     PERFORM 7420-MOVE-REASON
122700         THRU 7420-EXIT
122800         VARYING WS-IX FROM 1 BY 1
122900         UNTIL WS-IX > WS-REASON-OTHER
123000     WRITE OPER-RPT-REC FROM WS-REASON-LINE.
123100 7400-EXIT.
123200     EXIT.
123300
123400*----------------------------------------------------------
123500* 7410-MOVE-MAINT - ONE FILE'S CHANGE COUNT TO THE LINE
123600*----------------------------------------------------------
123700 7410-MOVE-MAINT.
123800     MOVE WS-PC-MAINT (WS-IX) TO DAY-MAINT (WS-IX).
123900 7410-EXIT.
124000     EXIT.
124100
124200*----------------------------------------------------------
124300* 7420-MOVE-REASON - ONE REASON'S REJECT COUNT TO THE LINE
124400*----------------------------------------------------------
124500 7420-MOVE-REASON.
124600     MOVE WS-PC-REASON (WS-IX) TO RSN-COUNT (WS-IX).
124700 7420-EXIT.
124800     EXIT.
124900
125000*----------------------------------------------------------
125100* 7500-PRINT-RANKING - THE OPERATORS WHO KEYED
125200*     REGISTRATIONS, WORST KEYING-ERROR RATE FIRST
125300*----------------------------------------------------------
125400 7500-PRINT-RANKING.
125500     IF WS-OP-MAX = ZERO
125600         GO TO 7500-EXIT
125700     END-IF
125800     SORT WS-OP-ENTRY
125900         DESCENDING KEY WS-OP-ERR-RATE WS-OP-ERRORS
126000         ASCENDING KEY WS-OP-OPERATOR
126100     MOVE SPACES TO OPER-RPT-REC
126200     WRITE OPER-RPT-REC
126300     WRITE OPER-RPT-REC FROM WS-RANK-TITLE
126400     WRITE OPER-RPT-REC FROM WS-RANK-HEADING
126500     PERFORM 7510-PRINT-RANK-LINE
126600         THRU 7510-EXIT
126700         VARYING WS-PX FROM 1 BY 1
126800         UNTIL WS-PX > WS-OP-MAX.
126900 7500-EXIT.
127000     EXIT.
127100
127200*----------------------------------------------------------
127300* 7510-PRINT-RANK-LINE - ONE OPERATOR OF THE RANKING
127400*----------------------------------------------------------
127500 7510-PRINT-RANK-LINE.
127600     MOVE WS-PX TO RNK-RANK
127700     MOVE WS-OP-OPERATOR (WS-PX) TO RNK-OPERATOR
127800     MOVE WS-OP-KEYED (WS-PX) TO RNK-KEYED
127900     MOVE WS-OP-REJECTED (WS-PX) TO RNK-REJECTED
128000     MOVE WS-OP-REJ-RATE (WS-PX) TO RNK-REJ-RATE
128100     MOVE WS-OP-COURSE-ERR (WS-PX) TO RNK-COURSE-ERR
128200     MOVE WS-OP-SECTION-ERR (WS-PX) TO RNK-SECTION-ERR
128300     MOVE WS-OP-GENDER-ERR (WS-PX) TO RNK-GENDER-ERR
128400     MOVE WS-OP-ERRORS (WS-PX) TO RNK-ERRORS
128500     MOVE WS-OP-ERR-RATE (WS-PX) TO RNK-ERR-RATE
128600     WRITE OPER-RPT-REC FROM WS-RANK-LINE.
128700 7510-EXIT.
128800     EXIT.
128900
129000*----------------------------------------------------------
129100* 8000-TERMINATE - TRAILERS, RETURN CODE, CLOSE THE REPORT
129200*----------------------------------------------------------
129300 8000-TERMINATE.
129400     MOVE SPACES TO OPER-RPT-REC
129500     WRITE OPER-RPT-REC
129600     MOVE WS-OPER-COUNT TO TRL-OPERATORS
129700     MOVE WS-UNCLOSED-COUNT TO TRL-UNCLOSED
129800     MOVE WS-UNDATED-COUNT TO TRL-UNDATED
129900     MOVE WS-DROPPED-COUNT TO TRL-DROPPED
130000     WRITE OPER-RPT-REC FROM WS-TRAILER-1
130100     WRITE OPER-RPT-REC FROM WS-TRAILER-2
130200     WRITE OPER-RPT-REC FROM WS-TRAILER-3
130300     WRITE OPER-RPT-REC FROM WS-TRAILER-4
130400     IF WS-INCOMPLETE
130500         DISPLAY "OPERWEEK - RAPPORT INCOMPLET - RC 4"
130600         MOVE 4 TO RETURN-CODE
130700     END-IF
130800     CLOSE OPER-RPT-FILE.
130900 8000-EXIT.
131000     EXIT.
131100
131200*----------------------------------------------------------
131300* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
131400*----------------------------------------------------------
131500 9999-ABEND.
131600     DISPLAY "OPERWEEK - ARRET ANORMAL DU TRAITEMENT".
131700     STOP RUN.
131800 END PROGRAM OPERWEEK.
