001700*                  (REFUSED WHILE REGISTRATIONS STILL EXIST
001800*                  ON STUDENT-MASTER).  PRINTS AN AUDIT
001900*                  LISTING OF OLD AND NEW VALUES.
001910* 15/10/2026  AMN  DECLARED DEGREE PROGRAM (SP-PROGRAM) SET
001920*                  ON ADD AND CHANGE; A NON-BLANK CODE MUST
001930*                  BE A PROGRAM HEADER ON PROGREQ.  PROGRAM
001940*                  SHOWN ON THE ADDRESS IMAGE LINE.
001950* 15/10/2026  AMN  EVERY ADD, CHANGE AND RETIRE NOW ALSO
001960*                  WRITTEN TO THE MAINTENANCE AUDIT FILE
001970*                  (MNTAUDT, PERSAUD IMAGES) - ONE RECORD PER
001980*                  FIELD CHANGED - SO THE SIS PERSON-CHANGE
001990*                  POSTING (DEMPOST) CAN SEE THE LOCAL CHANGES,
001992*                  STAMPED WITH THE OPERATOR FROM THE PARM (AS
001994*                  IN STUMAINT; "PERMAINT" WHEN THERE IS NONE).
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-LST-STATUS.
004700
004710     SELECT PROGRAM-REQ-FILE ASSIGN TO PROGREQ
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS PR-KEY
004750         FILE STATUS IS WS-PREQ-STATUS.
004752
004754     SELECT MAINT-AUDIT-FILE ASSIGN TO MNTAUDT
004756         ORGANIZATION IS SEQUENTIAL
004758         FILE STATUS IS WS-AUD-STATUS.
004760
004800 DATA DIVISION.
004900 FILE SECTION.
005000*----------------------------------------------------------
006400     05  PT-CODE-POSTAL              PIC X(7).
006500     05  PT-TELEPHONE                PIC X(10).
006600     05  PT-COURRIEL                 PIC X(30).
006610     05  PT-PROGRAM                  PIC X(6).
006700
006800*----------------------------------------------------------
006900* STUDENT-PERSON-FILE - THE IDENTITY MASTER BEING MAINTAINED
007700 FD  STUDENT-MASTER.
007800 COPY STUDMAS.
007900
007910*----------------------------------------------------------
007920* PROGRAM-REQ-FILE - DECLARED PROGRAMS MUST EXIST HERE
007930*----------------------------------------------------------
007940 FD  PROGRAM-REQ-FILE.
007950 COPY PROGREQ.
007960
007965*----------------------------------------------------------
007970* MAINT-AUDIT-FILE - ONE PERSAUD IMAGE PAIR PER FIELD CHANGED
007975*----------------------------------------------------------
007980 FD  MAINT-AUDIT-FILE
007985     RECORDING MODE IS F.
007990 COPY MNTAUDT.
007995
008000*----------------------------------------------------------
008100* MAINT-LST-FILE - AUDIT LISTING OF OLD AND NEW VALUES
008200*----------------------------------------------------------
010000     88  WS-MAST-NOTOPEN             VALUE "35".
010100     88  WS-MAST-NOTFOUND            VALUE "23".
010200
010210 01  WS-PREQ-STATUS                  PIC XX.
010220     88  WS-PREQ-OK                  VALUE "00".
010230     88  WS-PREQ-NOTOPEN             VALUE "35".
010240     88  WS-PREQ-NOTFOUND            VALUE "23".
010250
010251 01  WS-AUD-STATUS                   PIC XX.
010252     88  WS-AUD-OK                   VALUE "00".
010253
010254 01  WS-AUD-FIELDS.
010255     05  WS-AUD-DATE                 PIC 9(8).
010256     05  WS-AUD-TIME                 PIC 9(8).
010257     05  WS-AUD-ACTION               PIC X(1).
010258     05  WS-AUD-OLD                  PIC X(30).
010259     05  WS-AUD-NEW                  PIC X(30).
010260
010261 01  WS-PARM-LEN                     PIC S9(04) COMP.
010262 01  WS-OPERATOR-ID                  PIC X(8).
010263
010264 COPY PERSAUD.
010265
010266*----------------------------------------------------------
010267* WS-PERS-BEFORE - THE PERSON RECORD AS READ, FOR THE
010268*     FIELD-BY-FIELD AUDIT OF A CHANGE
010269*----------------------------------------------------------
010270 01  WS-PERS-BEFORE.
010271     05  WS-BEF-STUDENTID            PIC 9(7).
010272     05  WS-BEF-NOM                  PIC X(25).
010273     05  WS-BEF-RUE                  PIC X(25).
010274     05  WS-BEF-VILLE                PIC X(15).
010275     05  WS-BEF-CODE-POSTAL          PIC X(7).
010276     05  WS-BEF-TELEPHONE            PIC X(10).
010277     05  WS-BEF-COURRIEL             PIC X(30).
010278     05  WS-BEF-PROGRAM              PIC X(6).
010279     05  FILLER                      PIC X(3).
010280
010300 01  WS-LST-STATUS                   PIC XX.
010400     88  WS-LST-OK                   VALUE "00".
010500
011000         88  WS-TRANS-VALID          VALUE "Y".
011100     05  WS-MAST-PRESENT-SW          PIC X(01) VALUE "Y".
011200         88  WS-MAST-PRESENT         VALUE "Y".
011210     05  WS-PREQ-PRESENT-SW          PIC X(01) VALUE "Y".
011220         88  WS-PREQ-PRESENT         VALUE "Y".
011300     05  WS-IN-USE-SW                PIC X(01) VALUE "N".
011400         88  WS-IN-USE               VALUE "Y".
011500
016000     05  ADR-VILLE                   PIC X(15).
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  ADR-CODE-POSTAL             PIC X(7).
016210     05  FILLER                      PIC X(07) VALUE "  PROG ".
016220     05  ADR-PROGRAM                 PIC X(6).
016300
016400 01  WS-REJECT-LINE.
016500     05  FILLER                      PIC X(09)
018100             VALUE "TRANSACTIONS REJETEES : ".
018200     05  TRL-REJECTS                 PIC ZZZZ9.
018300
018310 LINKAGE SECTION.
018320 COPY SIGNON.
018330
018400 PROCEDURE DIVISION USING OPERATOR-PARM.
018500*----------------------------------------------------------
018600* 0000-MAINLINE
018700*----------------------------------------------------------
020100*----------------------------------------------------------
020200 1000-INITIALIZE.
020300     ACCEPT CURRENTDATE FROM DATE YYYYMMDD
020305     MOVE "PERMAINT" TO WS-OPERATOR-ID
020310     IF ADDRESS OF OPERATOR-PARM NOT = NULL
020315         MOVE OP-PARM-LEN TO WS-PARM-LEN
020320         IF WS-PARM-LEN > 8
020325             MOVE 8 TO WS-PARM-LEN
020330         END-IF
020335         IF WS-PARM-LEN > ZERO
020340             AND OP-OPERATOR-ID (1:WS-PARM-LEN)
020345                 NOT = SPACES
020350             MOVE OP-OPERATOR-ID (1:WS-PARM-LEN)
020355                 TO WS-OPERATOR-ID
020360         END-IF
020365     END-IF
020400     OPEN INPUT MAINT-TRANS-FILE
020500     IF NOT WS-TRANS-OK
020600         DISPLAY "PERMAINT - OUVERTURE PERTRAN IMPOSSIBLE "
022800             GO TO 9999-ABEND
022900         END-IF
023000     END-IF
023005     OPEN INPUT PROGRAM-REQ-FILE
023010     IF WS-PREQ-NOTOPEN
023015         MOVE "N" TO WS-PREQ-PRESENT-SW
023020     ELSE
023025         IF NOT WS-PREQ-OK
023030             DISPLAY "PERMAINT - OUVERTURE PROGREQ IMPOSSIBLE "
023035                 WS-PREQ-STATUS
023040             GO TO 9999-ABEND
023045         END-IF
023050     END-IF
023100     OPEN OUTPUT MAINT-LST-FILE
023200     IF NOT WS-LST-OK
023300         DISPLAY "PERMAINT - OUVERTURE PERMLST IMPOSSIBLE "
023400             WS-LST-STATUS
023500         GO TO 9999-ABEND
023600     END-IF
023610     OPEN EXTEND MAINT-AUDIT-FILE
023620     IF NOT WS-AUD-OK
023630         OPEN OUTPUT MAINT-AUDIT-FILE
023640     END-IF
023650     IF NOT WS-AUD-OK
023660         DISPLAY "PERMAINT - OUVERTURE MNTAUDT IMPOSSIBLE "
023670             WS-AUD-STATUS
023680         GO TO 9999-ABEND
023690     END-IF
023700     MOVE CURRENTDAY   TO HDG-DAY
023800     MOVE CURRENTMONTH TO HDG-MONTH
023900     MOVE CURRENTYEAR  TO HDG-YEAR
029200     MOVE PT-CODE-POSTAL TO SP-CODE-POSTAL
029300     MOVE PT-TELEPHONE   TO SP-TELEPHONE
029400     MOVE PT-COURRIEL    TO SP-COURRIEL
029410     MOVE PT-PROGRAM     TO SP-PROGRAM
029500     WRITE STUDENT-PERSON-REC
029600     IF WS-PERS-DUPLICATE
029700         MOVE "ETUDIANT DEJA PRESENT" TO REJ-REASON
030500         GO TO 9999-ABEND
030600     END-IF
030700     ADD 1 TO WS-APPLIED-COUNT
030710     MOVE "A"    TO WS-AUD-ACTION
030720     MOVE "NO"   TO PA-FIELD
030730     MOVE SPACES TO WS-AUD-OLD
030740     MOVE SP-NOM TO WS-AUD-NEW
030750     PERFORM 7200-WRITE-AUDIT
030760         THRU 7200-EXIT
030800     MOVE "APRES : " TO IMG-LABEL
030900     PERFORM 7000-WRITE-IMAGE
031000         THRU 7000-EXIT.
033700     MOVE "AVANT : " TO IMG-LABEL
033800     PERFORM 7000-WRITE-IMAGE
033900         THRU 7000-EXIT
033910     MOVE STUDENT-PERSON-REC TO WS-PERS-BEFORE
034000     MOVE PT-NOM         TO SP-NOM
034100     MOVE PT-RUE         TO SP-RUE
034200     MOVE PT-VILLE       TO SP-VILLE
034300     MOVE PT-CODE-POSTAL TO SP-CODE-POSTAL
034400     MOVE PT-TELEPHONE   TO SP-TELEPHONE
034500     MOVE PT-COURRIEL    TO SP-COURRIEL
034510     MOVE PT-PROGRAM     TO SP-PROGRAM
034600     REWRITE STUDENT-PERSON-REC
034700     IF NOT WS-PERS-OK
034800         DISPLAY "PERMAINT - REECRITURE STUPERS IMPOSSIBLE "
035000         GO TO 9999-ABEND
035100     END-IF
035200     ADD 1 TO WS-APPLIED-COUNT
035210     PERFORM 3400-AUDIT-CHANGE
035220         THRU 3400-EXIT
035300     MOVE "APRES : " TO IMG-LABEL
035400     PERFORM 7000-WRITE-IMAGE
035500         THRU 7000-EXIT.
035600 3300-EXIT.
035700     EXIT.
035800
035801*----------------------------------------------------------
035802* 3400-AUDIT-CHANGE - ONE AUDIT RECORD FOR EACH FIELD THE
035803*     CHANGE ACTUALLY ALTERED
035804*----------------------------------------------------------
035805 3400-AUDIT-CHANGE.
035806     MOVE "C" TO WS-AUD-ACTION
035807     IF SP-NOM NOT = WS-BEF-NOM
035808         MOVE "NO"       TO PA-FIELD
035809         MOVE WS-BEF-NOM TO WS-AUD-OLD
035810         MOVE SP-NOM     TO WS-AUD-NEW
035811         PERFORM 7200-WRITE-AUDIT
035812             THRU 7200-EXIT
035813     END-IF
035814     IF SP-RUE NOT = WS-BEF-RUE
035815         MOVE "RU"       TO PA-FIELD
035816         MOVE WS-BEF-RUE TO WS-AUD-OLD
035817         MOVE SP-RUE     TO WS-AUD-NEW
035818         PERFORM 7200-WRITE-AUDIT
035819             THRU 7200-EXIT
035820     END-IF
035821     IF SP-VILLE NOT = WS-BEF-VILLE
035822         MOVE "VI"         TO PA-FIELD
035823         MOVE WS-BEF-VILLE TO WS-AUD-OLD
035824         MOVE SP-VILLE     TO WS-AUD-NEW
035825         PERFORM 7200-WRITE-AUDIT
035826             THRU 7200-EXIT
035827     END-IF
035828     IF SP-CODE-POSTAL NOT = WS-BEF-CODE-POSTAL
035829         MOVE "CP"               TO PA-FIELD
035830         MOVE WS-BEF-CODE-POSTAL TO WS-AUD-OLD
035831         MOVE SP-CODE-POSTAL     TO WS-AUD-NEW
035832         PERFORM 7200-WRITE-AUDIT
035833             THRU 7200-EXIT
035834     END-IF
035835     IF SP-TELEPHONE NOT = WS-BEF-TELEPHONE
035836         MOVE "TE"             TO PA-FIELD
035837         MOVE WS-BEF-TELEPHONE TO WS-AUD-OLD
035838         MOVE SP-TELEPHONE     TO WS-AUD-NEW
035839         PERFORM 7200-WRITE-AUDIT
035840             THRU 7200-EXIT
035841     END-IF
035842     IF SP-COURRIEL NOT = WS-BEF-COURRIEL
035843         MOVE "CO"            TO PA-FIELD
035844         MOVE WS-BEF-COURRIEL TO WS-AUD-OLD
035845         MOVE SP-COURRIEL     TO WS-AUD-NEW
035846         PERFORM 7200-WRITE-AUDIT
035847             THRU 7200-EXIT
035848     END-IF
035849     IF SP-PROGRAM NOT = WS-BEF-PROGRAM
035850         MOVE "PR"           TO PA-FIELD
035851         MOVE WS-BEF-PROGRAM TO WS-AUD-OLD
035852         MOVE SP-PROGRAM     TO WS-AUD-NEW
035853         PERFORM 7200-WRITE-AUDIT
035854             THRU 7200-EXIT
035855     END-IF.
035856 3400-EXIT.
035857     EXIT.
035858
035900*----------------------------------------------------------
036000* 3600-APPLY-DELETE - RETIRE A STUDENT, UNLESS REGISTRATIONS
036100*     STILL NAME THE STUDENTID ON STUDENT-MASTER
039200             WS-PERS-STATUS
039300         GO TO 9999-ABEND
039400     END-IF
039410     ADD 1 TO WS-APPLIED-COUNT
039420     MOVE "D"    TO WS-AUD-ACTION
039430     MOVE "NO"   TO PA-FIELD
039440     MOVE SP-NOM TO WS-AUD-OLD
039450     MOVE SPACES TO WS-AUD-NEW
039460     PERFORM 7200-WRITE-AUDIT
039470         THRU 7200-EXIT.
039600 3600-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------
039910* 4000-EDIT-FIELDS - THE IDENTITY FIELDS MUST BE SOUND AND A
039920*     DECLARED PROGRAM MUST BE A PROGRAM HEADER ON PROGREQ
040100*----------------------------------------------------------
040200 4000-EDIT-FIELDS.
040300     IF PT-STUDENTID NOT NUMERIC
041000         MOVE "NOM OBLIGATOIRE" TO REJ-REASON
041100         PERFORM 7100-WRITE-REJECT
041200             THRU 7100-EXIT
041205         GO TO 4000-EXIT
041210     END-IF
041215     IF PT-PROGRAM = SPACES
041220         GO TO 4000-EXIT
041225     END-IF
041230     IF NOT WS-PREQ-PRESENT
041235         MOVE "FICHIER DES PROGRAMMES ABSENT" TO REJ-REASON
041240         PERFORM 7100-WRITE-REJECT
041245             THRU 7100-EXIT
041250         GO TO 4000-EXIT
041255     END-IF
041260     MOVE PT-PROGRAM TO PR-PROGRAM
041265     MOVE "00"       TO PR-POOL
041270     MOVE SPACES     TO PR-COURSECODE
041275     READ PROGRAM-REQ-FILE
041280     IF NOT WS-PREQ-OK
041285         MOVE "PROGRAMME INCONNU" TO REJ-REASON
041290         PERFORM 7100-WRITE-REJECT
041295             THRU 7100-EXIT
041300     END-IF.
041400 4000-EXIT.
041500     EXIT.
046000     MOVE SP-RUE         TO ADR-RUE
046100     MOVE SP-VILLE       TO ADR-VILLE
046200     MOVE SP-CODE-POSTAL TO ADR-CODE-POSTAL
046210     MOVE SP-PROGRAM     TO ADR-PROGRAM
046300     WRITE MAINT-LST-REC FROM WS-ADDR-LINE.
046400 7000-EXIT.
046500     EXIT.
047300 7100-EXIT.
047400     EXIT.
047500
047502*----------------------------------------------------------
047504* 7200-WRITE-AUDIT - ONE MAINTENANCE AUDIT RECORD FOR THE
047506*     FIELD IN PA-FIELD, EFFECTIVE ON THE RUN DATE
047508*----------------------------------------------------------
047510 7200-WRITE-AUDIT.
047512     MOVE SPACES TO MAINT-AUDIT-REC
047514     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
047516     ACCEPT WS-AUD-TIME FROM TIME
047518     MOVE WS-AUD-DATE   TO MA-DATE
047520     MOVE WS-AUD-TIME   TO MA-TIME
047522     MOVE "PERMAINT"    TO MA-PROGRAM
047524     MOVE WS-OPERATOR-ID TO MA-OPERATOR
047526     MOVE "STUPERS "    TO MA-FILE
047528     MOVE WS-AUD-ACTION TO MA-ACTION
047530     MOVE SP-STUDENTID  TO PA-STUDENTID
047532     MOVE WS-AUD-DATE   TO PA-EFFECT-DATE
047534     IF WS-AUD-ACTION NOT = "A"
047536         MOVE WS-AUD-OLD TO PA-VALUE
047538         MOVE PERSON-AUDIT-IMAGE TO MA-BEFORE-IMAGE
047540     END-IF
047542     IF WS-AUD-ACTION NOT = "D"
047544         MOVE WS-AUD-NEW TO PA-VALUE
047546         MOVE PERSON-AUDIT-IMAGE TO MA-AFTER-IMAGE
047548     END-IF
047550     WRITE MAINT-AUDIT-REC
047552     IF NOT WS-AUD-OK
047554         DISPLAY "PERMAINT - ECRITURE MNTAUDT IMPOSSIBLE "
047556             WS-AUD-STATUS
047558     END-IF.
047560 7200-EXIT.
047562     EXIT.
047564
047600*----------------------------------------------------------
047700* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
047800*----------------------------------------------------------
048800     IF WS-MAST-PRESENT
048900         CLOSE STUDENT-MASTER
049000     END-IF
049010     IF WS-PREQ-PRESENT
049020         CLOSE PROGRAM-REQ-FILE
049030     END-IF
049040     CLOSE MAINT-AUDIT-FILE
049100     CLOSE MAINT-LST-FILE.
049200 8000-EXIT.
049300     EXIT.
