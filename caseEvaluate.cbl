004000*                  SUPPLIED LENGTH ONLY, CLAMPED TO 8, AND
004100*                  THE PROGRAM WAS RESEQUENCED AGAIN AFTER
004200*                  THE SPLICES LEFT DUPLICATE NUMBERS.
004205* 15/10/2026  AMN  NEW MODE MAITRES, CHOSEN ON THE CONTROL
004210*                  CARD (BLANK KEEPS THE CONDIN SCAN): SCANS
004215*                  SM-NOM ON STUMAST AND SP-NOM, SP-RUE AND
004220*                  SP-VILLE ON STUPERS WITH THE SAME CHARACTER
004225*                  CLASSES, RULED PER FIELD (NO DIGITS IN A
004230*                  NAME, DIGITS AND ADDRESS PUNCTUATION IN A
004235*                  STREET).  EACH OFFENDING CHARACTER IS LISTED
004240*                  ON CONDXRPT WITH THE STUDENTID, FIELD AND
004245*                  POSITION, AND THE PER-FIELD COUNTS GO TO
004250*                  CONDFLD FOR OPSUMARY.  RC 4 WHEN ANY FIELD
004255*                  IS DIRTY.
004300*----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-CTL-STATUS.
006600
006602
006604     SELECT STUDENT-MASTER ASSIGN TO STUMAST
006606         ORGANIZATION IS INDEXED
006608         ACCESS MODE IS SEQUENTIAL
006610         RECORD KEY IS SM-KEY
006612         ALTERNATE RECORD KEY IS SM-COURSECODE
006614             WITH DUPLICATES
006616         FILE STATUS IS WS-MAST-STATUS.
006618
006620     SELECT STUDENT-PERSON-FILE ASSIGN TO STUPERS
006622         ORGANIZATION IS INDEXED
006624         ACCESS MODE IS SEQUENTIAL
006626         RECORD KEY IS SP-STUDENTID
006628         ALTERNATE RECORD KEY IS SP-NOM
006630             WITH DUPLICATES
006632         FILE STATUS IS WS-PERS-STATUS.
006634
006636     SELECT CHAR-EXC-FILE ASSIGN TO CONDXRPT
006638         ORGANIZATION IS SEQUENTIAL
006640         FILE STATUS IS WS-XRPT-STATUS.
006642
006644     SELECT CHAR-COUNT-FILE ASSIGN TO CONDFLD
006646         ORGANIZATION IS SEQUENTIAL
006648         FILE STATUS IS WS-FLD-STATUS.
006650
006700 DATA DIVISION.
006800 FILE SECTION.
006900*----------------------------------------------------------
010800     RECORDING MODE IS F.
010900 COPY RUNCTL.
011000
011002
011004*----------------------------------------------------------
011006* STUDENT-MASTER - SM-NOM OF EVERY REGISTRATION (MAITRES)
011008*----------------------------------------------------------
011010 FD  STUDENT-MASTER.
011012 COPY STUDMAS.
011014
011016*----------------------------------------------------------
011018* STUDENT-PERSON-FILE - NAME AND ADDRESS FIELDS (MAITRES)
011020*----------------------------------------------------------
011022 FD  STUDENT-PERSON-FILE.
011024 COPY STUPERS.
011026
011028*----------------------------------------------------------
011030* CHAR-EXC-FILE - OFFENDING CHARACTERS OF THE MASTER FILES
011032*----------------------------------------------------------
011034 FD  CHAR-EXC-FILE
011036     RECORDING MODE IS F.
011038 01  CHAR-EXC-REC                    PIC X(80).
011040
011042*----------------------------------------------------------
011044* CHAR-COUNT-FILE - PER-FIELD COUNTS FOR OPSUMARY
011046*----------------------------------------------------------
011048 FD  CHAR-COUNT-FILE
011050     RECORDING MODE IS F.
011052 COPY CONDFLD.
011054
011100 WORKING-STORAGE SECTION.
011200 01  CHAR                            PIC X.
011300     88  VOYELLE           VALUE "A", "E", "I", "O", "U".
011600                              THRU "Z".
011700     88  CHIFFRE           VALUE "0" THRU "9".
011800     88  VALIDCHARACTER  VALUE "A" THRU "Z", "0" THRU "9".
011810     88  LETTRE-MIN        VALUE "a" THRU "z".
011820     88  PONCT-NOM         VALUE "-", "'".
011830     88  PONCT-ADRESSE     VALUE "-", "'", ",", ".", "/", "#".
011840     88  PONCT-VILLE       VALUE "-", "'", ".".
011900
012000 01  WS-IN-STATUS                    PIC XX.
012100     88  WS-IN-OK                    VALUE "00".
013300 01  WS-CTL-STATUS                   PIC XX.
013400     88  WS-CTL-OK                   VALUE "00".
013500
013502
013504 01  WS-MAST-STATUS                  PIC XX.
013506     88  WS-MAST-OK                  VALUE "00", "02".
013508
013510 01  WS-PERS-STATUS                  PIC XX.
013512     88  WS-PERS-OK                  VALUE "00", "02".
013514
013516 01  WS-XRPT-STATUS                  PIC XX.
013518     88  WS-XRPT-OK                  VALUE "00".
013520
013522 01  WS-FLD-STATUS                   PIC XX.
013524     88  WS-FLD-OK                   VALUE "00".
013526
013528*----------------------------------------------------------
013530* WS-CONTROL-CARD - SCAN MODE (COLS 1-8): BLANK SCANS THE
013532*     CONDIN FILE, MAITRES THE MASTER-FILE NAME AND ADDRESS
013534*     FIELDS
013536*----------------------------------------------------------
013538 01  WS-CONTROL-CARD.
013540     05  WS-CARD-MODE                PIC X(8).
013542         88  WS-MODE-FILE            VALUE SPACES.
013544         88  WS-MODE-MASTERS         VALUE "MAITRES".
013546     05  FILLER                      PIC X(72).
013548
013600 01  WS-RESTART-COUNT                PIC 9(07) VALUE ZERO.
013700
013800 01  WS-SWITCHES.
013900     05  WS-EOF-SW                   PIC X(01) VALUE "N".
014000         88  WS-EOF                  VALUE "Y".
014010     05  WS-MAST-EOF-SW              PIC X(01) VALUE "N".
014020         88  WS-MAST-EOF             VALUE "Y".
014030     05  WS-PERS-EOF-SW              PIC X(01) VALUE "N".
014040         88  WS-PERS-EOF             VALUE "Y".
014050     05  WS-FIELD-BAD-SW             PIC X(01) VALUE "N".
014060         88  WS-FIELD-BAD            VALUE "Y".
014100
014200 01  WS-SUBSCRIPTS.
014300     05  WS-COL                      PIC 9(03) COMP.
014400     05  WS-REC-LEN                  PIC 9(03) COMP.
014410     05  WS-FIELD-LEN                PIC 9(03) COMP.
014420     05  WS-FLD                      PIC 9(03) COMP.
014500
014600 01  WS-COUNTERS.
014700     05  WS-REC-COUNT                PIC 9(07) COMP VALUE ZERO.
015100     05  WS-OTHER-COUNT              PIC 9(07) COMP VALUE ZERO.
015200     05  WS-TOTAL-COUNT              PIC 9(07) COMP VALUE ZERO.
015300
015302*----------------------------------------------------------
015304* MODE MAITRES - THE FIELD BEING SCANNED AND ITS OWNER, AND
015306*     ONE COUNT ENTRY PER FIELD (1 SM-NOM, 2 SP-NOM, 3 SP-RUE,
015308*     4 SP-VILLE)
015310*----------------------------------------------------------
015312 01  WS-FIELD-TEXT                   PIC X(25).
015314 01  WS-EXC-STUDENTID                PIC 9(7).
015316 01  WS-EXC-COURSE                   PIC X(4).
015318 01  WS-EXC-REASON                   PIC X(25).
015320 01  WS-EXC-TOTAL                    PIC 9(07) COMP VALUE ZERO.
015322
015324 01  WS-FIELD-NAME-VALUES.
015326     05  FILLER                      PIC X(8) VALUE "SM-NOM".
015328     05  FILLER                      PIC X(8) VALUE "SP-NOM".
015330     05  FILLER                      PIC X(8) VALUE "SP-RUE".
015332     05  FILLER                      PIC X(8) VALUE "SP-VILLE".
015334 01  WS-FIELD-NAMES REDEFINES WS-FIELD-NAME-VALUES.
015336     05  WS-FIELD-NAME               PIC X(8) OCCURS 4 TIMES.
015338
015340 01  WS-FIELD-TABLE.
015342     05  WS-FIELD-ENTRY OCCURS 4 TIMES.
015344         10  WS-FLD-SCANNED          PIC 9(07) COMP.
015346         10  WS-FLD-BAD-RECS         PIC 9(07) COMP.
015348         10  WS-FLD-BAD-CHARS        PIC 9(07) COMP.
015350
015400 01  WS-PERCENTS COMP-3.
015500     05  WS-VOYELLE-PCT              PIC 999V99 VALUE ZERO.
015600     05  WS-CONSONNE-PCT             PIC 999V99 VALUE ZERO.
018900             VALUE "  CARACTERE : ".
019000     05  REJ-CHAR                    PIC X.
019100
019102 01  WS-HEADING-M                    PIC X(45)
019104         VALUE "CONDITIONS - CARACTERES DES FICHIERS MAITRES".
019106
019108 01  WS-EXC-HEADING                  PIC X(45)
019110         VALUE "ETUDIANT COURS CHAMP     POS  CAR  MOTIF".
019112
019114 01  WS-EXC-LINE.
019116     05  EXC-STUDENTID               PIC 9(7).
019118     05  FILLER                      PIC X(02) VALUE SPACES.
019120     05  EXC-COURSE                  PIC X(4).
019122     05  FILLER                      PIC X(02) VALUE SPACES.
019124     05  EXC-FIELD                   PIC X(8).
019126     05  FILLER                      PIC X(02) VALUE SPACES.
019128     05  EXC-POS                     PIC ZZ9.
019130     05  FILLER                      PIC X(02) VALUE SPACES.
019132     05  EXC-CHAR                    PIC X.
019134     05  FILLER                      PIC X(04) VALUE SPACES.
019136     05  EXC-REASON                  PIC X(25).
019138
019140 01  WS-FLD-HEADING                  PIC X(45)
019142         VALUE "CHAMP          LUS   ERREURS  CARACTERES".
019144
019146 01  WS-FLD-LINE.
019148     05  FLD-NAME                    PIC X(8).
019150     05  FILLER                      PIC X(02) VALUE SPACES.
019152     05  FLD-SCANNED                 PIC ZZZZZZ9.
019154     05  FILLER                      PIC X(02) VALUE SPACES.
019156     05  FLD-BAD-RECS                PIC ZZZZZZ9.
019158     05  FILLER                      PIC X(04) VALUE SPACES.
019160     05  FLD-BAD-CHARS               PIC ZZZZZZ9.
019162
019164
019200 LINKAGE SECTION.
019300 COPY SIGNON.
019400
019700* 0000-MAINLINE
019800*----------------------------------------------------------
019900 0000-MAINLINE.
019910     PERFORM 0500-READ-MODE
019920         THRU 0500-EXIT.
019930     IF WS-MODE-MASTERS
019940         PERFORM 6000-SCAN-MASTERS
019950             THRU 6000-EXIT
019960         GOBACK
019970     END-IF.
020000     PERFORM 1000-INITIALIZE
020100         THRU 1000-EXIT.
020200     PERFORM 2000-PROCESS-RECORD
020600         THRU 8000-EXIT.
020700     GOBACK.
020800
020805*----------------------------------------------------------
020810* 0500-READ-MODE - THE CONTROL CARD; NO CARD (SYSIN DUMMY)
020815*     OR A BLANK ONE KEEPS THE CONDIN SCAN
020820*----------------------------------------------------------
020825 0500-READ-MODE.
020830     MOVE SPACES TO WS-CONTROL-CARD
020835     DISPLAY "CONDITIONS - MODE (BLANC OU MAITRES) : "
020840         WITH NO ADVANCING
020845     ACCEPT WS-CONTROL-CARD
020850     IF NOT WS-MODE-FILE AND NOT WS-MODE-MASTERS
020855         DISPLAY "CONDITIONS - MODE INCONNU : " WS-CARD-MODE
020860         GO TO 9999-ABEND
020865     END-IF.
020870 0500-EXIT.
020875     EXIT.
020880
020885
020900*----------------------------------------------------------
021000* 1000-INITIALIZE - OPEN FILES, PRIME THE FIRST READ
021100*----------------------------------------------------------
038600 5000-EXIT.
038700     EXIT.
038800
038801*----------------------------------------------------------
038802* 6000-SCAN-MASTERS - MODE MAITRES: EVERY SM-NOM OF STUMAST,
038803*     THEN THE NAME AND ADDRESS OF EVERY STUPERS RECORD, AND
038804*     THE PER-FIELD COUNTS
038805*----------------------------------------------------------
038806 6000-SCAN-MASTERS.
038807     MOVE "N" TO WS-MAST-EOF-SW
038808     MOVE "N" TO WS-PERS-EOF-SW
038809     MOVE ZERO TO WS-EXC-TOTAL
038811     MOVE "BATCH" TO WS-OPERATOR-ID
038812     IF ADDRESS OF OPERATOR-PARM NOT = NULL
038813         MOVE OP-PARM-LEN TO WS-PARM-LEN
038814         IF WS-PARM-LEN > 8
038815             MOVE 8 TO WS-PARM-LEN
038816         END-IF
038817         IF WS-PARM-LEN > ZERO
038818             AND OP-OPERATOR-ID (1:WS-PARM-LEN)
038819                 NOT = SPACES
038820             MOVE OP-OPERATOR-ID (1:WS-PARM-LEN)
038821                 TO WS-OPERATOR-ID
038822         END-IF
038823     END-IF
038824     PERFORM 6050-CLEAR-COUNTS
038825         THRU 6050-EXIT
038826         VARYING WS-FLD FROM 1 BY 1
038827         UNTIL WS-FLD > 4
038828     OPEN INPUT STUDENT-MASTER
038829     IF NOT WS-MAST-OK
038830         DISPLAY "CONDITIONS - OUVERTURE STUMAST IMPOSSIBLE "
038831             WS-MAST-STATUS
038832         GO TO 9999-ABEND
038833     END-IF
038834     OPEN INPUT STUDENT-PERSON-FILE
038835     IF NOT WS-PERS-OK
038836         DISPLAY "CONDITIONS - OUVERTURE STUPERS IMPOSSIBLE "
038837             WS-PERS-STATUS
038838         GO TO 9999-ABEND
038839     END-IF
038840     OPEN OUTPUT CHAR-EXC-FILE
038841     IF NOT WS-XRPT-OK
038842         DISPLAY "CONDITIONS - OUVERTURE CONDXRPT IMPOSSIBLE "
038843             WS-XRPT-STATUS
038844         GO TO 9999-ABEND
038845     END-IF
038846     OPEN OUTPUT CHAR-COUNT-FILE
038847     IF NOT WS-FLD-OK
038848         DISPLAY "CONDITIONS - OUVERTURE CONDFLD IMPOSSIBLE "
038849             WS-FLD-STATUS
038850         GO TO 9999-ABEND
038851     END-IF
038852     WRITE CHAR-EXC-REC FROM WS-HEADING-M
038853     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
038854     WRITE CHAR-EXC-REC FROM WS-OPER-LINE
038855     WRITE CHAR-EXC-REC FROM WS-EXC-HEADING
038856     PERFORM 6100-SCAN-REGISTRATION
038857         THRU 6100-EXIT
038858         UNTIL WS-MAST-EOF
038859     PERFORM 6200-SCAN-PERSON
038860         THRU 6200-EXIT
038861         UNTIL WS-PERS-EOF
038862     PERFORM 6800-WRITE-COUNTS
038863         THRU 6800-EXIT
038864     IF WS-EXC-TOTAL > ZERO
038865         MOVE 4 TO RETURN-CODE
038866     END-IF
038867     CLOSE STUDENT-MASTER
038868     CLOSE STUDENT-PERSON-FILE
038869     CLOSE CHAR-EXC-FILE
038870     CLOSE CHAR-COUNT-FILE.
038871 6000-EXIT.
038872     EXIT.
038873
038874*----------------------------------------------------------
038875* 6050-CLEAR-COUNTS - ONE FIELD'S COUNTS TO ZERO
038876*----------------------------------------------------------
038877 6050-CLEAR-COUNTS.
038878     MOVE ZERO TO WS-FLD-SCANNED (WS-FLD)
038879     MOVE ZERO TO WS-FLD-BAD-RECS (WS-FLD)
038880     MOVE ZERO TO WS-FLD-BAD-CHARS (WS-FLD).
038881 6050-EXIT.
038882     EXIT.
038883
038884*----------------------------------------------------------
038885* 6100-SCAN-REGISTRATION - SM-NOM OF ONE STUMAST RECORD
038886*----------------------------------------------------------
038887 6100-SCAN-REGISTRATION.
038888     READ STUDENT-MASTER
038889         AT END
038890             SET WS-MAST-EOF TO TRUE
038891             GO TO 6100-EXIT
038892     END-READ
038893     MOVE SM-STUDENTID TO WS-EXC-STUDENTID
038894     MOVE SM-COURSECODE TO WS-EXC-COURSE
038895     MOVE SM-NOM TO WS-FIELD-TEXT
038896     MOVE 10 TO WS-FIELD-LEN
038897     MOVE 1 TO WS-FLD
038898     PERFORM 6300-SCAN-FIELD
038899         THRU 6300-EXIT.
038900 6100-EXIT.
038901     EXIT.
038902
038903*----------------------------------------------------------
038904* 6200-SCAN-PERSON - SP-NOM, SP-RUE AND SP-VILLE OF ONE
038905*     STUPERS RECORD
038906*----------------------------------------------------------
038907 6200-SCAN-PERSON.
038908     READ STUDENT-PERSON-FILE
038909         AT END
038910             SET WS-PERS-EOF TO TRUE
038911             GO TO 6200-EXIT
038912     END-READ
038913     MOVE SP-STUDENTID TO WS-EXC-STUDENTID
038914     MOVE SPACES TO WS-EXC-COURSE
038915     MOVE SP-NOM TO WS-FIELD-TEXT
038916     MOVE 25 TO WS-FIELD-LEN
038917     MOVE 2 TO WS-FLD
038918     PERFORM 6300-SCAN-FIELD
038919         THRU 6300-EXIT
038920     MOVE SP-RUE TO WS-FIELD-TEXT
038921     MOVE 25 TO WS-FIELD-LEN
038922     MOVE 3 TO WS-FLD
038923     PERFORM 6300-SCAN-FIELD
038924         THRU 6300-EXIT
038925     MOVE SP-VILLE TO WS-FIELD-TEXT
038926     MOVE 15 TO WS-FIELD-LEN
038927     MOVE 4 TO WS-FLD
038928     PERFORM 6300-SCAN-FIELD
038929         THRU 6300-EXIT.
038930 6200-EXIT.
038931     EXIT.
038932
038933*----------------------------------------------------------
038934* 6300-SCAN-FIELD - EVERY POSITION OF ONE FIELD
038935*----------------------------------------------------------
038936 6300-SCAN-FIELD.
038937     MOVE "N" TO WS-FIELD-BAD-SW
038938     ADD 1 TO WS-FLD-SCANNED (WS-FLD)
038939     PERFORM 6400-CHECK-CHAR
038940         THRU 6400-EXIT
038941         VARYING WS-COL FROM 1 BY 1
038942         UNTIL WS-COL > WS-FIELD-LEN
038943     IF WS-FIELD-BAD
038944         ADD 1 TO WS-FLD-BAD-RECS (WS-FLD)
038945     END-IF.
038946 6300-EXIT.
038947     EXIT.
038948
038949*----------------------------------------------------------
038950* 6400-CHECK-CHAR - ONE POSITION, CLASSIFIED AS IN THE CONDIN
038951*     SCAN AND RULED BY FIELD: LETTERS AND SPACES EVERYWHERE;
038952*     NO LOWER CASE IN SM-NOM (THE SIS TAKES UPPER CASE ONLY);
038953*     DIGITS ONLY IN SP-RUE; PUNCTUATION AS THE FIELD ALLOWS
038954*----------------------------------------------------------
038955 6400-CHECK-CHAR.
038956     MOVE WS-FIELD-TEXT (WS-COL:1) TO CHAR
038957     IF CHAR = SPACE
038958         GO TO 6400-EXIT
038959     END-IF
038960     EVALUATE TRUE
038961         WHEN VOYELLE
038962         WHEN CONSONNE
038963             GO TO 6400-EXIT
038964         WHEN CHIFFRE
038965             IF WS-FLD = 3
038966                 GO TO 6400-EXIT
038967             END-IF
038968             MOVE "CHIFFRE INTERDIT" TO WS-EXC-REASON
038969         WHEN LETTRE-MIN
038970             IF WS-FLD > 1
038971                 GO TO 6400-EXIT
038972             END-IF
038973             MOVE "MINUSCULE INTERDITE" TO WS-EXC-REASON
038974         WHEN PONCT-NOM AND WS-FLD = 2
038975             GO TO 6400-EXIT
038976         WHEN PONCT-ADRESSE AND WS-FLD = 3
038977             GO TO 6400-EXIT
038978         WHEN PONCT-VILLE AND WS-FLD = 4
038979             GO TO 6400-EXIT
038980         WHEN OTHER
038981             MOVE "CARACTERE INVALIDE" TO WS-EXC-REASON
038982     END-EVALUATE
038983     PERFORM 6500-WRITE-EXCEPTION
038984         THRU 6500-EXIT.
038985 6400-EXIT.
038986     EXIT.
038987
038988*----------------------------------------------------------
038989* 6500-WRITE-EXCEPTION - LIST ONE OFFENDING CHARACTER
038990*----------------------------------------------------------
038991 6500-WRITE-EXCEPTION.
038992     MOVE "Y" TO WS-FIELD-BAD-SW
038993     ADD 1 TO WS-FLD-BAD-CHARS (WS-FLD)
038994     ADD 1 TO WS-EXC-TOTAL
038995     MOVE WS-EXC-STUDENTID TO EXC-STUDENTID
038996     MOVE WS-EXC-COURSE TO EXC-COURSE
038997     MOVE WS-FIELD-NAME (WS-FLD) TO EXC-FIELD
038998     MOVE WS-COL TO EXC-POS
038999     MOVE CHAR TO EXC-CHAR
039000     MOVE WS-EXC-REASON TO EXC-REASON
039001     WRITE CHAR-EXC-REC FROM WS-EXC-LINE.
039002 6500-EXIT.
039003     EXIT.
039004
039005*----------------------------------------------------------
039006* 6800-WRITE-COUNTS - PER-FIELD COUNTS ON THE LISTING AND
039007*     ON CONDFLD
039008*----------------------------------------------------------
039009 6800-WRITE-COUNTS.
039010     ACCEPT WS-RC-DATE FROM DATE YYYYMMDD
039011     MOVE SPACES TO CHAR-EXC-REC
039012     WRITE CHAR-EXC-REC
039013     WRITE CHAR-EXC-REC FROM WS-FLD-HEADING
039014     PERFORM 6900-WRITE-ONE-COUNT
039015         THRU 6900-EXIT
039016         VARYING WS-FLD FROM 1 BY 1
039017         UNTIL WS-FLD > 4.
039018 6800-EXIT.
039019     EXIT.
039020
039021*----------------------------------------------------------
039022* 6900-WRITE-ONE-COUNT - ONE FIELD
039023*----------------------------------------------------------
039024 6900-WRITE-ONE-COUNT.
039025     MOVE WS-FIELD-NAME (WS-FLD) TO FLD-NAME
039026     MOVE WS-FLD-SCANNED (WS-FLD) TO FLD-SCANNED
039027     MOVE WS-FLD-BAD-RECS (WS-FLD) TO FLD-BAD-RECS
039028     MOVE WS-FLD-BAD-CHARS (WS-FLD) TO FLD-BAD-CHARS
039029     WRITE CHAR-EXC-REC FROM WS-FLD-LINE
039030     MOVE SPACES TO CHAR-SCAN-COUNT-REC
039031     MOVE WS-RC-DATE TO CF-RUN-DATE
039032     MOVE WS-FIELD-NAME (WS-FLD) TO CF-FIELD
039033     MOVE WS-FLD-SCANNED (WS-FLD) TO CF-SCANNED
039034     MOVE WS-FLD-BAD-RECS (WS-FLD) TO CF-BAD-RECS
039035     MOVE WS-FLD-BAD-CHARS (WS-FLD) TO CF-BAD-CHARS
039036     WRITE CHAR-SCAN-COUNT-REC.
039037 6900-EXIT.
039038     EXIT.
039039
039040
039041*----------------------------------------------------------
039042* 8000-TERMINATE - COMPUTE PERCENTAGES, PRINT SUMMARY
039100*----------------------------------------------------------
039200 8000-TERMINATE.
039300     IF WS-TOTAL-COUNT > ZERO
