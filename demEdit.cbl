000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  DEMEDIT.
000300 AUTHOR.  AMN.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 15/10/2026  AMN  ORIGINAL PROGRAM.  PRE-EDIT GATE ON THE
001100*                  SIS DAILY PERSON-CHANGE FILE (SISDEMO),
001200*                  THE WAY PAYEDIT GATES THE BURSAR BATCH
001300*                  AND SISQC THE OUTBOUND EXTRACT.  THE
001400*                  HEADER/DETAIL/TRAILER SEQUENCE AND THE
001500*                  TRAILER COUNT AND STUDENTID HASH TOTAL
001600*                  ARE VERIFIED - ANY FAILURE HOLDS THE WHOLE
001700*                  FILE (RC 8).  EVERY DETAIL IS THEN EDITED
001800*                  FIELD BY FIELD, CHARACTER BY CHARACTER; A
001900*                  DETAIL THAT FAILS GOES TO THE HOLD FILE
002000*                  WITH A FIELD-AND-COLUMN DIAGNOSTIC (RC 4)
002100*                  AND THE SOUND DETAILS PASS TO DEMPOST.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT DEMO-IN-FILE ASSIGN TO SISDEMIN
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS WS-IN-STATUS.
002900
003000     SELECT DEMO-OUT-FILE ASSIGN TO DEMOUT
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-OUT-STATUS.
003300
003400     SELECT HOLD-FILE ASSIGN TO DEMHOLD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-HOLD-STATUS.
003700
003800     SELECT EDIT-RPT-FILE ASSIGN TO DEMEDRPT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RPT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400*----------------------------------------------------------
004500* DEMO-IN-FILE - THE SIS FILE: HEADER, DETAILS, TRAILER
004600*----------------------------------------------------------
004700 FD  DEMO-IN-FILE
004800     RECORDING MODE IS F.
004900 COPY SISDEMO.
005000
005100*----------------------------------------------------------
005200* DEMO-OUT-FILE - THE SOUND DETAILS, SAME LAYOUT, FOR
005300*     DEMPOST
005400*----------------------------------------------------------
005500 FD  DEMO-OUT-FILE
005600     RECORDING MODE IS F.
005700 01  DEMO-OUT-REC                    PIC X(80).
005800
005900*----------------------------------------------------------
006000* HOLD-FILE - DETAILS HELD BACK FROM THE PERSON MASTER
006100*----------------------------------------------------------
006200 FD  HOLD-FILE
006300     RECORDING MODE IS F.
006400 01  HOLD-REC                        PIC X(80).
006500
006600*----------------------------------------------------------
006700* EDIT-RPT-FILE - THE CONTROL REPORT AND DIAGNOSTICS
006800*----------------------------------------------------------
006900 FD  EDIT-RPT-FILE
007000     RECORDING MODE IS F.
007100 01  EDIT-RPT-REC                    PIC X(80).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-IN-STATUS                    PIC XX.
007500     88  WS-IN-OK                    VALUE "00".
007600     88  WS-IN-EOF                   VALUE "10".
007700
007800 01  WS-OUT-STATUS                   PIC XX.
007900     88  WS-OUT-OK                   VALUE "00".
008000
008100 01  WS-HOLD-STATUS                  PIC XX.
008200     88  WS-HOLD-OK                  VALUE "00".
008300
008400 01  WS-RPT-STATUS                   PIC XX.
008500     88  WS-RPT-OK                   VALUE "00".
008600
008700 01  CHAR                            PIC X.
008800     88  LETTRE              VALUE "A" THRU "Z".
008900     88  LETTRE-MIN          VALUE "a" THRU "z".
009000     88  CHIFFRE             VALUE "0" THRU "9".
009100     88  PONCT-ADRESSE       VALUE "-", "'", ",", ".", "/",
009200                                   "#".
009300     88  PONCT-VILLE         VALUE "-", "'", ".".
009400     88  PONCT-COURRIEL      VALUE "@", ".", "-", "_", "+".
009500
009600 01  WS-SWITCHES.
009700     05  WS-EOF-SW                   PIC X(01) VALUE "N".
009800         88  WS-EOF                  VALUE "Y".
009900     05  WS-HEADER-SEEN-SW           PIC X(01) VALUE "N".
010000         88  WS-HEADER-SEEN          VALUE "Y".
010100     05  WS-TRAILER-SEEN-SW          PIC X(01) VALUE "N".
010200         88  WS-TRAILER-SEEN         VALUE "Y".
010300     05  WS-BATCH-CLEAN-SW           PIC X(01) VALUE "Y".
010400         88  WS-BATCH-CLEAN          VALUE "Y".
010500     05  WS-REC-CLEAN-SW             PIC X(01) VALUE "Y".
010600         88  WS-REC-CLEAN            VALUE "Y".
010700
010800 01  WS-SUBSCRIPTS.
010900     05  WS-COL                      PIC 9(03) COMP.
011000     05  WS-FIELD-LEN                PIC 9(03) COMP.
011100     05  WS-AT-COUNT                 PIC 9(03) COMP.
011200     05  WS-SPACE-COUNT              PIC 9(03) COMP.
011300
011400 01  WS-FIELD-NAME                   PIC X(12).
011500
011600 01  WS-COUNTERS.
011700     05  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
011800     05  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
011900     05  WS-PASSED-COUNT             PIC 9(07) COMP VALUE ZERO.
012000     05  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
012100
012200 01  WS-ID-TOTAL                     PIC 9(12) VALUE ZERO.
012300 01  WS-HDR-DATE                     PIC 9(8) VALUE ZERO.
012400 01  WS-TRL-COUNT                    PIC 9(7) VALUE ZERO.
012500 01  WS-TRL-ID-TOTAL                 PIC 9(12) VALUE ZERO.
012600
012700 01  WS-DATE-CHECK.
012800     05  WS-CHK-YEAR                 PIC 9(4).
012900     05  WS-CHK-MONTH                PIC 99.
013000     05  WS-CHK-DAY                  PIC 99.
013100
013200 01  WS-HEADING-1.
013300     05  FILLER                      PIC X(45)
013400         VALUE "DEMEDIT - CONTROLE DU FICHIER PERSONNE SIS".
013500
013600 01  WS-ERROR-LINE.
013700     05  FILLER                      PIC X(09)
013800             VALUE "ERREUR : ".
013900     05  ERR-TEXT                    PIC X(40).
014000
014100 01  WS-DIAG-LINE.
014200     05  FILLER                      PIC X(15)
014300             VALUE "ENREGISTREMENT ".
014400     05  DIA-REC-NUM                 PIC ZZZZZZ9.
014500     05  FILLER                      PIC X(08) VALUE "  CHAMP ".
014600     05  DIA-FIELD                   PIC X(12).
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800     05  DIA-TEXT                    PIC X(30).
014900
015000 01  WS-CHAR-TEXT.
015100     05  FILLER                      PIC X(08) VALUE "COLONNE ".
015200     05  CTX-COL-NUM                 PIC ZZ9.
015300     05  FILLER                      PIC X(13)
015400             VALUE "  CARACTERE: ".
015500     05  CTX-CHAR                    PIC X.
015600
015700 01  WS-TOTAL-LINE.
015800     05  TOT-LABEL                   PIC X(25).
015900     05  TOT-COUNT                   PIC ZZZZZZ9.
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  TOT-ID-TOTAL                PIC ZZZZZZZZZZZ9.
016200
016300 01  WS-VERDICT-LINE.
016400     05  FILLER                      PIC X(10)
016500             VALUE "VERDICT : ".
016600     05  VER-TEXT                    PIC X(40).
016700
016800 PROCEDURE DIVISION.
016900*----------------------------------------------------------
017000* 0000-MAINLINE
017100*----------------------------------------------------------
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE
017400         THRU 1000-EXIT.
017500     PERFORM 2000-EDIT-RECORD
017600         THRU 2000-EXIT
017700         UNTIL WS-EOF.
017800     PERFORM 7000-VERIFY-BATCH
017900         THRU 7000-EXIT.
018000     PERFORM 8000-TERMINATE
018100         THRU 8000-EXIT.
018200     GOBACK.
018300
018400*----------------------------------------------------------
018500* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
018600*----------------------------------------------------------
018700 1000-INITIALIZE.
018800     OPEN INPUT DEMO-IN-FILE
018900     IF NOT WS-IN-OK
019000         DISPLAY "DEMEDIT - OUVERTURE SISDEMIN IMPOSSIBLE "
019100             WS-IN-STATUS
019200         GO TO 9999-ABEND
019300     END-IF
019400     OPEN OUTPUT DEMO-OUT-FILE
019500     IF NOT WS-OUT-OK
019600         DISPLAY "DEMEDIT - OUVERTURE DEMOUT IMPOSSIBLE "
019700             WS-OUT-STATUS
019800         GO TO 9999-ABEND
019900     END-IF
020000     OPEN OUTPUT HOLD-FILE
020100     IF NOT WS-HOLD-OK
020200         DISPLAY "DEMEDIT - OUVERTURE DEMHOLD IMPOSSIBLE "
020300             WS-HOLD-STATUS
020400         GO TO 9999-ABEND
020500     END-IF
020600     OPEN OUTPUT EDIT-RPT-FILE
020700     IF NOT WS-RPT-OK
020800         DISPLAY "DEMEDIT - OUVERTURE DEMEDRPT IMPOSSIBLE "
020900             WS-RPT-STATUS
021000         GO TO 9999-ABEND
021100     END-IF
021200     WRITE EDIT-RPT-REC FROM WS-HEADING-1
021300     PERFORM 5000-READ-CHANGE
021400         THRU 5000-EXIT.
021500 1000-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------
021900* 2000-EDIT-RECORD - CLASSIFY AND EDIT ONE RECORD
022000*----------------------------------------------------------
022100 2000-EDIT-RECORD.
022200     ADD 1 TO WS-READ-COUNT
022300     EVALUATE TRUE
022400         WHEN SD-TYPE-HEADER
022500             PERFORM 2100-EDIT-HEADER
022600                 THRU 2100-EXIT
022700         WHEN SD-TYPE-DETAIL
022800             PERFORM 2200-EDIT-DETAIL
022900                 THRU 2200-EXIT
023000         WHEN SD-TYPE-TRAILER
023100             PERFORM 2300-EDIT-TRAILER
023200                 THRU 2300-EXIT
023300         WHEN OTHER
023400             MOVE "TYPE D ENREGISTREMENT INCONNU" TO ERR-TEXT
023500             PERFORM 7100-WRITE-ERROR
023600                 THRU 7100-EXIT
023700     END-EVALUATE
023800     PERFORM 5000-READ-CHANGE
023900         THRU 5000-EXIT.
024000 2000-EXIT.
024100     EXIT.
024200
024300*----------------------------------------------------------
024400* 2100-EDIT-HEADER - ONE HEADER, FIRST, WITH A SOUND DATE
024500*----------------------------------------------------------
024600 2100-EDIT-HEADER.
024700     IF WS-HEADER-SEEN
024800         MOVE "DEUXIEME ENTETE DANS LE FICHIER" TO ERR-TEXT
024900         PERFORM 7100-WRITE-ERROR
025000             THRU 7100-EXIT
025100         GO TO 2100-EXIT
025200     END-IF
025300     IF WS-DETAIL-COUNT > ZERO
025400         MOVE "ENTETE APRES LES DETAILS" TO ERR-TEXT
025500         PERFORM 7100-WRITE-ERROR
025600             THRU 7100-EXIT
025700     END-IF
025800     SET WS-HEADER-SEEN TO TRUE
025900     IF SD-HDR-DATE NOT NUMERIC
026000         MOVE "DATE D ENTETE NON NUMERIQUE" TO ERR-TEXT
026100         PERFORM 7100-WRITE-ERROR
026200             THRU 7100-EXIT
026300         GO TO 2100-EXIT
026400     END-IF
026500     MOVE SD-HDR-DATE TO WS-HDR-DATE.
026600 2100-EXIT.
026700     EXIT.
026800
026900*----------------------------------------------------------
027000* 2200-EDIT-DETAIL - COUNT IT FOR THE TRAILER, EDIT EVERY
027100*     FIELD, THEN PASS IT ON OR HOLD IT
027200*----------------------------------------------------------
027300 2200-EDIT-DETAIL.
027400     IF WS-TRAILER-SEEN
027500         MOVE "DETAIL APRES LA FIN DE FICHIER" TO ERR-TEXT
027600         PERFORM 7100-WRITE-ERROR
027700             THRU 7100-EXIT
027800     END-IF
027900     ADD 1 TO WS-DETAIL-COUNT
028000     MOVE "Y" TO WS-REC-CLEAN-SW
028100     IF SD-STUDENTID NUMERIC
028200         ADD SD-STUDENTID TO WS-ID-TOTAL
028300     END-IF
028400     PERFORM 3000-EDIT-KEYS
028500         THRU 3000-EXIT
028600     IF WS-REC-CLEAN
028700         PERFORM 3100-EDIT-VALUE
028800             THRU 3100-EXIT
028900     END-IF
029000     IF NOT WS-REC-CLEAN
029100         ADD 1 TO WS-HELD-COUNT
029200         WRITE HOLD-REC FROM SIS-DEMO-REC
029300         GO TO 2200-EXIT
029400     END-IF
029500     ADD 1 TO WS-PASSED-COUNT
029600     WRITE DEMO-OUT-REC FROM SIS-DEMO-REC
029700     IF NOT WS-OUT-OK
029800         DISPLAY "DEMEDIT - ECRITURE DEMOUT IMPOSSIBLE "
029900             WS-OUT-STATUS
030000         GO TO 9999-ABEND
030100     END-IF.
030200 2200-EXIT.
030300     EXIT.
030400
030500*----------------------------------------------------------
030600* 2300-EDIT-TRAILER - ONE TRAILER, LAST, TOTALS KEPT FOR
030700*     THE BALANCE CHECK
030800*----------------------------------------------------------
030900 2300-EDIT-TRAILER.
031000     IF WS-TRAILER-SEEN
031100         MOVE "DEUXIEME FIN DE FICHIER" TO ERR-TEXT
031200         PERFORM 7100-WRITE-ERROR
031300             THRU 7100-EXIT
031400         GO TO 2300-EXIT
031500     END-IF
031600     SET WS-TRAILER-SEEN TO TRUE
031700     IF SD-TRL-COUNT NOT NUMERIC
031800         OR SD-TRL-ID-TOTAL NOT NUMERIC
031900         MOVE "TOTAUX DE FIN DE FICHIER NON NUMERIQUES"
032000             TO ERR-TEXT
032100         PERFORM 7100-WRITE-ERROR
032200             THRU 7100-EXIT
032300         GO TO 2300-EXIT
032400     END-IF
032500     MOVE SD-TRL-COUNT    TO WS-TRL-COUNT
032600     MOVE SD-TRL-ID-TOTAL TO WS-TRL-ID-TOTAL.
032700 2300-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------
033100* 3000-EDIT-KEYS - STUDENTID, EFFECTIVE DATE (A REAL DATE,
033200*     NOT AFTER THE FILE DATE) AND A KNOWN FIELD CODE
033300*----------------------------------------------------------
033400 3000-EDIT-KEYS.
033500     IF SD-STUDENTID NOT NUMERIC
033600         OR SD-STUDENTID = ZERO
033700         MOVE "STUDENTID" TO WS-FIELD-NAME
033800         MOVE "NON NUMERIQUE OU NUL" TO DIA-TEXT
033900         PERFORM 7200-WRITE-DIAG
034000             THRU 7200-EXIT
034100     END-IF
034200     MOVE "DATE EFFET" TO WS-FIELD-NAME
034300     IF SD-EFFECT-DATE NOT NUMERIC
034400         MOVE "NON NUMERIQUE" TO DIA-TEXT
034500         PERFORM 7200-WRITE-DIAG
034600             THRU 7200-EXIT
034700     ELSE
034800         MOVE SD-EFFECT-DATE TO WS-DATE-CHECK
034900         IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
035000             OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
035100             MOVE "DATE INVALIDE" TO DIA-TEXT
035200             PERFORM 7200-WRITE-DIAG
035300                 THRU 7200-EXIT
035400         ELSE
035500             IF WS-HDR-DATE > ZERO
035600                 AND SD-EFFECT-DATE > WS-HDR-DATE
035700                 MOVE "POSTERIEURE AU FICHIER" TO DIA-TEXT
035800                 PERFORM 7200-WRITE-DIAG
035900                     THRU 7200-EXIT
036000             END-IF
036100         END-IF
036200     END-IF
036300     IF NOT SD-FIELD-RUE
036400         AND NOT SD-FIELD-VILLE
036500         AND NOT SD-FIELD-POSTAL
036600         AND NOT SD-FIELD-TELEPHONE
036700         AND NOT SD-FIELD-COURRIEL
036800         MOVE "CODE CHAMP" TO WS-FIELD-NAME
036900         MOVE "CODE INCONNU" TO DIA-TEXT
037000         PERFORM 7200-WRITE-DIAG
037100             THRU 7200-EXIT
037200     END-IF.
037300 3000-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------
037700* 3100-EDIT-VALUE - THE NEW VALUE MUST FIT THE STUPERS
037800*     FIELD AND USE ONLY THE CHARACTERS THAT FIELD TAKES.
037900*     ONLY THE PHONE AND E-MAIL MAY BE CLEARED (BLANK).
038000*----------------------------------------------------------
038100 3100-EDIT-VALUE.
038200     EVALUATE TRUE
038300         WHEN SD-FIELD-RUE
038400             MOVE "RUE" TO WS-FIELD-NAME
038500             MOVE 25 TO WS-FIELD-LEN
038600         WHEN SD-FIELD-VILLE
038700             MOVE "VILLE" TO WS-FIELD-NAME
038800             MOVE 15 TO WS-FIELD-LEN
038900         WHEN SD-FIELD-POSTAL
039000             MOVE "CODE POSTAL" TO WS-FIELD-NAME
039100             MOVE 7 TO WS-FIELD-LEN
039200         WHEN SD-FIELD-TELEPHONE
039300             MOVE "TELEPHONE" TO WS-FIELD-NAME
039400             MOVE 10 TO WS-FIELD-LEN
039500         WHEN SD-FIELD-COURRIEL
039600             MOVE "COURRIEL" TO WS-FIELD-NAME
039700             MOVE 30 TO WS-FIELD-LEN
039800     END-EVALUATE
039900     IF SD-VALUE = SPACES
040000         IF SD-FIELD-TELEPHONE OR SD-FIELD-COURRIEL
040100             GO TO 3100-EXIT
040200         END-IF
040300         MOVE "VALEUR OBLIGATOIRE" TO DIA-TEXT
040400         PERFORM 7200-WRITE-DIAG
040500             THRU 7200-EXIT
040600         GO TO 3100-EXIT
040700     END-IF
040800     IF WS-FIELD-LEN < 30
040900         AND SD-VALUE (WS-FIELD-LEN + 1:) NOT = SPACES
041000         MOVE "VALEUR TROP LONGUE" TO DIA-TEXT
041100         PERFORM 7200-WRITE-DIAG
041200             THRU 7200-EXIT
041300         GO TO 3100-EXIT
041400     END-IF
041500     PERFORM 3900-CHECK-CHAR
041600         THRU 3900-EXIT
041700         VARYING WS-COL FROM 1 BY 1
041800         UNTIL WS-COL > WS-FIELD-LEN
041900     IF SD-FIELD-TELEPHONE
042000         AND SD-VALUE (1:10) NOT NUMERIC
042100         AND WS-REC-CLEAN
042200         MOVE "DIX CHIFFRES REQUIS" TO DIA-TEXT
042300         PERFORM 7200-WRITE-DIAG
042400             THRU 7200-EXIT
042500     END-IF
042600     IF SD-FIELD-COURRIEL
042700         PERFORM 3200-CHECK-COURRIEL
042800             THRU 3200-EXIT
042900     END-IF.
043000 3100-EXIT.
043100     EXIT.
043200
043300*----------------------------------------------------------
043400* 3200-CHECK-COURRIEL - ONE "@" WITH TEXT ON EACH SIDE AND
043500*     NO SPACE INSIDE THE ADDRESS
043600*----------------------------------------------------------
043700 3200-CHECK-COURRIEL.
043800     MOVE ZERO TO WS-AT-COUNT
043900     MOVE ZERO TO WS-SPACE-COUNT
044000     INSPECT SD-VALUE TALLYING WS-AT-COUNT FOR ALL "@"
044100     INSPECT SD-VALUE TALLYING WS-SPACE-COUNT
044200         FOR ALL SPACES BEFORE INITIAL "  "
044300     IF WS-AT-COUNT NOT = 1
044400         OR SD-VALUE (1:1) = "@"
044500         MOVE "UN SEUL @ REQUIS" TO DIA-TEXT
044600         PERFORM 7200-WRITE-DIAG
044700             THRU 7200-EXIT
044800         GO TO 3200-EXIT
044900     END-IF
045000     MOVE ZERO TO WS-AT-COUNT
045100     INSPECT SD-VALUE TALLYING WS-AT-COUNT
045200         FOR CHARACTERS BEFORE INITIAL "@"
045210     MOVE SPACE TO CHAR
045220     IF WS-AT-COUNT < 29
045230         MOVE SD-VALUE (WS-AT-COUNT + 2:1) TO CHAR
045240     END-IF
045300     IF CHAR = SPACE
045400         MOVE "DOMAINE ABSENT" TO DIA-TEXT
045500         PERFORM 7200-WRITE-DIAG
045600             THRU 7200-EXIT
045700         GO TO 3200-EXIT
045800     END-IF
045900     IF WS-SPACE-COUNT > ZERO
046000         MOVE "ESPACE DANS L ADRESSE" TO DIA-TEXT
046100         PERFORM 7200-WRITE-DIAG
046200             THRU 7200-EXIT
046300     END-IF.
046400 3200-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------
046800* 3900-CHECK-CHAR - ONE POSITION OF THE NEW VALUE AGAINST
046900*     THE CHARACTER CLASSES OF ITS FIELD
047000*----------------------------------------------------------
047100 3900-CHECK-CHAR.
047200     MOVE SD-VALUE (WS-COL:1) TO CHAR
047300     IF CHAR = SPACE
047400         GO TO 3900-EXIT
047500     END-IF
047600     EVALUATE TRUE
047700         WHEN SD-FIELD-RUE
047800             IF LETTRE OR LETTRE-MIN OR CHIFFRE
047900                 OR PONCT-ADRESSE
048000                 GO TO 3900-EXIT
048100             END-IF
048200         WHEN SD-FIELD-VILLE
048300             IF LETTRE OR LETTRE-MIN OR PONCT-VILLE
048400                 GO TO 3900-EXIT
048500             END-IF
048600         WHEN SD-FIELD-POSTAL
048700             IF LETTRE OR CHIFFRE
048800                 GO TO 3900-EXIT
048900             END-IF
049000         WHEN SD-FIELD-TELEPHONE
049100             IF CHIFFRE
049200                 GO TO 3900-EXIT
049300             END-IF
049400         WHEN SD-FIELD-COURRIEL
049500             IF LETTRE OR LETTRE-MIN OR CHIFFRE
049600                 OR PONCT-COURRIEL
049700                 GO TO 3900-EXIT
049800             END-IF
049900     END-EVALUATE
050000     MOVE WS-COL TO CTX-COL-NUM
050100     MOVE CHAR TO CTX-CHAR
050200     MOVE WS-CHAR-TEXT TO DIA-TEXT
050300     PERFORM 7200-WRITE-DIAG
050400         THRU 7200-EXIT.
050500 3900-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------
050900* 5000-READ-CHANGE - READ THE NEXT RECORD, SET EOF
051000*----------------------------------------------------------
051100 5000-READ-CHANGE.
051200     READ DEMO-IN-FILE
051300         AT END
051400             SET WS-EOF TO TRUE
051500     END-READ.
051600 5000-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------
052000* 7000-VERIFY-BATCH - HEADER AND TRAILER PRESENT AND THE
052100*     TOTALS IN BALANCE, ELSE THE WHOLE FILE IS HELD
052200*----------------------------------------------------------
052300 7000-VERIFY-BATCH.
052400     IF NOT WS-HEADER-SEEN
052500         MOVE "ENTETE DE FICHIER ABSENTE" TO ERR-TEXT
052600         PERFORM 7100-WRITE-ERROR
052700             THRU 7100-EXIT
052800     END-IF
052900     IF NOT WS-TRAILER-SEEN
053000         MOVE "FIN DE FICHIER ABSENTE" TO ERR-TEXT
053100         PERFORM 7100-WRITE-ERROR
053200             THRU 7100-EXIT
053300     END-IF
053400     IF WS-TRAILER-SEEN
053500         IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
053600             MOVE "NOMBRE DE DETAILS DIFFERENT DU TOTAL"
053700                 TO ERR-TEXT
053800             PERFORM 7100-WRITE-ERROR
053900                 THRU 7100-EXIT
054000         END-IF
054100         IF WS-TRL-ID-TOTAL NOT = WS-ID-TOTAL
054200             MOVE "TOTAL DE CONTROLE DES STUDENTID DIFFERENT"
054300                 TO ERR-TEXT
054400             PERFORM 7100-WRITE-ERROR
054500                 THRU 7100-EXIT
054600         END-IF
054700     END-IF
054800     MOVE "DETAILS RECUS         : " TO TOT-LABEL
054900     MOVE WS-DETAIL-COUNT TO TOT-COUNT
055000     MOVE WS-ID-TOTAL TO TOT-ID-TOTAL
055100     WRITE EDIT-RPT-REC FROM WS-TOTAL-LINE
055200     MOVE "TOTAL ANNONCE         : " TO TOT-LABEL
055300     MOVE WS-TRL-COUNT TO TOT-COUNT
055400     MOVE WS-TRL-ID-TOTAL TO TOT-ID-TOTAL
055500     WRITE EDIT-RPT-REC FROM WS-TOTAL-LINE
055600     MOVE "DETAILS TRANSMIS      : " TO TOT-LABEL
055700     MOVE WS-PASSED-COUNT TO TOT-COUNT
055800     MOVE ZERO TO TOT-ID-TOTAL
055900     WRITE EDIT-RPT-REC FROM WS-TOTAL-LINE
056000     MOVE "DETAILS TENUS         : " TO TOT-LABEL
056100     MOVE WS-HELD-COUNT TO TOT-COUNT
056200     WRITE EDIT-RPT-REC FROM WS-TOTAL-LINE
056300     EVALUATE TRUE
056400         WHEN NOT WS-BATCH-CLEAN
056500             MOVE "** FICHIER RETENU - VOIR LES ERREURS - RC 8"
056600                 TO VER-TEXT
056700             DISPLAY "DEMEDIT - FICHIER RETENU - RC 8"
056800             MOVE 8 TO RETURN-CODE
056900         WHEN WS-HELD-COUNT > ZERO
057000             MOVE "EQUILIBRE - DETAILS TENUS - RC 4"
057100                 TO VER-TEXT
057200             MOVE 4 TO RETURN-CODE
057300         WHEN OTHER
057400             MOVE "FICHIER EQUILIBRE - TRANSMIS A DEMPOST"
057500                 TO VER-TEXT
057600     END-EVALUATE
057700     WRITE EDIT-RPT-REC FROM WS-VERDICT-LINE.
057800 7000-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------
058200* 7100-WRITE-ERROR - ONE CONTROL ERROR, THE FILE IS DIRTY
058300*----------------------------------------------------------
058400 7100-WRITE-ERROR.
058500     MOVE "N" TO WS-BATCH-CLEAN-SW
058600     WRITE EDIT-RPT-REC FROM WS-ERROR-LINE.
058700 7100-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------
059100* 7200-WRITE-DIAG - ONE FIELD DIAGNOSTIC, THE DETAIL IS HELD
059200*----------------------------------------------------------
059300 7200-WRITE-DIAG.
059400     MOVE "N" TO WS-REC-CLEAN-SW
059500     MOVE WS-READ-COUNT TO DIA-REC-NUM
059600     MOVE WS-FIELD-NAME TO DIA-FIELD
059700     WRITE EDIT-RPT-REC FROM WS-DIAG-LINE.
059800 7200-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------
060200* 8000-TERMINATE - CLOSE FILES
060300*----------------------------------------------------------
060400 8000-TERMINATE.
060500     CLOSE DEMO-IN-FILE
060600     CLOSE DEMO-OUT-FILE
060700     CLOSE HOLD-FILE
060800     CLOSE EDIT-RPT-FILE.
060900 8000-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------
061300* 9999-ABEND - FATAL FILE ERROR, STOP THE RUN
061400*----------------------------------------------------------
061500 9999-ABEND.
061600     DISPLAY "DEMEDIT - ARRET ANORMAL DU TRAITEMENT".
061700     STOP RUN.
061800 END PROGRAM DEMEDIT.
