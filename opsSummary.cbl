002800*                  RUN-CONTROL PATH ALWAYS DID - A NIGHT
002900*                  WHERE SISACK OR RECONCIL NEVER PRODUCED
003000*                  OUTPUT CAN NO LONGER PRINT PROPRE.
003010* 15/10/2026  AMN  THE CHARACTER SCAN OF THE MASTER-FILE NAME
003020*                  AND ADDRESS FIELDS (CONDITIONS, MODE
003030*                  MAITRES) IS SUMMARIZED FROM CONDFLD - ONE
003040*                  LINE PER FIELD WITH ITS OFFENDING CHARACTER
003050*                  COUNT, ANY NON-ZERO COUNT OR A MISSING FILE
003060*                  FORCING THE ATTENTION VERDICT.
003065* 15/10/2026  AMN  THE WEEKLY CROSS-FILE INTEGRITY SWEEP
003070*                  (INTEGCHK) IS SUMMARIZED FROM INTEGCNT - ONE
003075*                  LINE PER EXCEPTION CLASS WITH ITS COUNT,
003080*                  CRITICAL CLASSES MARKED.  ANY EXCEPTION OR A
003085*                  MISSING FILE FORCES THE ATTENTION VERDICT.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RECON-STATUS.
005000
005010
005020     SELECT CHAR-COUNT-FILE ASSIGN TO CONDFLD
005030         ORGANIZATION IS SEQUENTIAL
005040         FILE STATUS IS WS-CF-STATUS.
005042
005044     SELECT INTEG-COUNT-FILE ASSIGN TO INTEGCNT
005046         ORGANIZATION IS SEQUENTIAL
005048         FILE STATUS IS WS-IC-STATUS.
005050
005100     SELECT OPS-RPT-FILE ASSIGN TO OPSRPT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RPT-STATUS.
008400     RECORDING MODE IS F.
008500 01  RECON-RPT-REC                   PIC X(80).
008600
008610*----------------------------------------------------------
008620* CHAR-COUNT-FILE - PER-FIELD COUNTS OF THE MASTER-FILE
008630*     CHARACTER SCAN (CONDITIONS, MODE MAITRES)
008640*----------------------------------------------------------
008650 FD  CHAR-COUNT-FILE
008660     RECORDING MODE IS F.
008670 COPY CONDFLD.
008671
008672*----------------------------------------------------------
008673* INTEG-COUNT-FILE - PER-CLASS COUNTS OF THE WEEKLY
008674*     CROSS-FILE INTEGRITY SWEEP (INTEGCHK)
008675*----------------------------------------------------------
008676 FD  INTEG-COUNT-FILE
008677     RECORDING MODE IS F.
008678 COPY INTEGCNT.
008680
008690
008700*----------------------------------------------------------
008800* OPS-RPT-FILE - THE ONE-PAGE OPERATIONS SUMMARY
008900*----------------------------------------------------------
011200     88  WS-RECON-NOTOPEN            VALUE "35".
011300     88  WS-RECON-EOF                VALUE "10".
011400
011410
011420 01  WS-CF-STATUS                    PIC XX.
011430     88  WS-CF-OK                    VALUE "00".
011440     88  WS-CF-NOTOPEN               VALUE "35".
011450     88  WS-CF-EOF                   VALUE "10".
011451
011452 01  WS-IC-STATUS                    PIC XX.
011453     88  WS-IC-OK                    VALUE "00".
011454     88  WS-IC-NOTOPEN               VALUE "35".
011455     88  WS-IC-EOF                   VALUE "10".
011460
011500 01  WS-RPT-STATUS                   PIC XX.
011600     88  WS-RPT-OK                   VALUE "00".
011700
012400         88  WS-EXC-DONE             VALUE "Y".
012500     05  WS-RECON-EOF-SW             PIC X(01) VALUE "N".
012600         88  WS-RECON-DONE           VALUE "Y".
012610     05  WS-CF-EOF-SW                PIC X(01) VALUE "N".
012620         88  WS-CF-DONE              VALUE "Y".
012630     05  WS-IC-EOF-SW                PIC X(01) VALUE "N".
012640         88  WS-IC-DONE              VALUE "Y".
012700     05  WS-CLEAN-SW                 PIC X(01) VALUE "Y".
012800         88  WS-CLEAN                VALUE "Y".
012900
013300     05  WS-HOLD-COUNT               PIC 9(07) COMP VALUE ZERO.
013400     05  WS-EXC-COUNT                PIC 9(07) COMP VALUE ZERO.
013500     05  WS-ECART-COUNT              PIC 9(05) COMP VALUE ZERO.
013510     05  WS-CF-COUNT                 PIC 9(05) COMP VALUE ZERO.
013520     05  WS-IC-COUNT                 PIC 9(05) COMP VALUE ZERO.
013600
013700 01  WS-ECART-TEXT                   PIC X(5).
013800 01  WS-ECART-NUM                    PIC 9(5).
019700         THRU 4000-EXIT.
019800     PERFORM 5000-SCAN-RECON
019900         THRU 5000-EXIT.
019910     PERFORM 6000-CHAR-SCAN
019920         THRU 6000-EXIT.
019930     PERFORM 6500-INTEGRITY
019940         THRU 6500-EXIT.
020000     PERFORM 7000-PRINT-VERDICT
020100         THRU 7000-EXIT.
020200     PERFORM 8000-TERMINATE
044600 5500-EXIT.
044700     EXIT.
044800
044801*----------------------------------------------------------
044802* 6000-CHAR-SCAN - OFFENDING CHARACTERS PER MASTER-FILE FIELD
044803*     FROM THE CONDITIONS SCAN
044804*----------------------------------------------------------
044805 6000-CHAR-SCAN.
044806     OPEN INPUT CHAR-COUNT-FILE
044807     IF WS-CF-NOTOPEN
044808         MOVE "AUCUN FICHIER CONDFLD    " TO CND-LABEL
044809         MOVE ZERO TO CND-COUNT
044810         MOVE "** ATTENTION" TO CND-NOTE
044811         WRITE OPS-RPT-REC FROM WS-COND-LINE
044812         MOVE "N" TO WS-CLEAN-SW
044813         GO TO 6000-EXIT
044814     END-IF
044815     IF NOT WS-CF-OK
044816         DISPLAY "OPSUMARY - OUVERTURE CONDFLD IMPOSSIBLE "
044817             WS-CF-STATUS
044818         GO TO 9999-ABEND
044819     END-IF
044820     PERFORM 6100-ONE-FIELD
044821         THRU 6100-EXIT
044822         UNTIL WS-CF-DONE
044823     CLOSE CHAR-COUNT-FILE
044824     IF WS-CF-COUNT = ZERO
044825         MOVE "AUCUN CHAMP CONTROLE" TO CND-LABEL
044826         MOVE ZERO TO CND-COUNT
044827         MOVE "** ATTENTION" TO CND-NOTE
044828         WRITE OPS-RPT-REC FROM WS-COND-LINE
044829         MOVE "N" TO WS-CLEAN-SW
044830     END-IF.
044831 6000-EXIT.
044832     EXIT.
044833
044834*----------------------------------------------------------
044835* 6100-ONE-FIELD - ONE FIELD'S OFFENDING CHARACTER COUNT
044836*----------------------------------------------------------
044837 6100-ONE-FIELD.
044838     READ CHAR-COUNT-FILE
044839         AT END
044840             SET WS-CF-DONE TO TRUE
044841             GO TO 6100-EXIT
044842     END-READ
044843     ADD 1 TO WS-CF-COUNT
044844     MOVE SPACES TO CND-LABEL
044845     MOVE "CARACTERES " TO CND-LABEL (1:11)
044846     MOVE CF-FIELD TO CND-LABEL (12:8)
044847     MOVE ": " TO CND-LABEL (23:2)
044848     MOVE CF-BAD-CHARS TO CND-COUNT
044849     IF CF-BAD-CHARS = ZERO
044850         MOVE SPACES TO CND-NOTE
044851     ELSE
044852         MOVE "** ATTENTION" TO CND-NOTE
044853         MOVE "N" TO WS-CLEAN-SW
044854     END-IF
044855     WRITE OPS-RPT-REC FROM WS-COND-LINE.
044856 6100-EXIT.
044857     EXIT.
044859
044861*----------------------------------------------------------
044863* 6500-INTEGRITY - EXCEPTIONS PER CLASS FROM THE WEEKLY
044865*     CROSS-FILE INTEGRITY SWEEP
044867*----------------------------------------------------------
044869 6500-INTEGRITY.
044871     OPEN INPUT INTEG-COUNT-FILE
044873     IF WS-IC-NOTOPEN
044875         MOVE "AUCUN FICHIER INTEGCNT   " TO CND-LABEL
044877         MOVE ZERO TO CND-COUNT
044879         MOVE "** ATTENTION" TO CND-NOTE
044881         WRITE OPS-RPT-REC FROM WS-COND-LINE
044883         MOVE "N" TO WS-CLEAN-SW
044885         GO TO 6500-EXIT
044887     END-IF
044889     IF NOT WS-IC-OK
044891         DISPLAY "OPSUMARY - OUVERTURE INTEGCNT IMPOSSIBLE "
044893             WS-IC-STATUS
044895         GO TO 9999-ABEND
044897     END-IF
044899     PERFORM 6600-ONE-CLASS
044901         THRU 6600-EXIT
044903         UNTIL WS-IC-DONE
044905     CLOSE INTEG-COUNT-FILE
044907     IF WS-IC-COUNT = ZERO
044909         MOVE "AUCUNE CLASSE CONTROLEE" TO CND-LABEL
044911         MOVE ZERO TO CND-COUNT
044913         MOVE "** ATTENTION" TO CND-NOTE
044915         WRITE OPS-RPT-REC FROM WS-COND-LINE
044917         MOVE "N" TO WS-CLEAN-SW
044919     END-IF.
044921 6500-EXIT.
044923     EXIT.
044925
044927*----------------------------------------------------------
044929* 6600-ONE-CLASS - ONE INTEGRITY CLASS'S EXCEPTION COUNT
044931*----------------------------------------------------------
044933 6600-ONE-CLASS.
044935     READ INTEG-COUNT-FILE
044937         AT END
044939             SET WS-IC-DONE TO TRUE
044941             GO TO 6600-EXIT
044943     END-READ
044945     ADD 1 TO WS-IC-COUNT
044947     MOVE SPACES TO CND-LABEL
044949     MOVE IC-LABEL TO CND-LABEL (1:22)
044951     MOVE ": " TO CND-LABEL (23:2)
044953     MOVE IC-EXCEPTIONS TO CND-COUNT
044955     IF IC-EXCEPTIONS = ZERO
044957         MOVE SPACES TO CND-NOTE
044959     ELSE
044961         IF IC-IS-CRITICAL
044963             MOVE "** CRITIQUE" TO CND-NOTE
044965         ELSE
044967             MOVE "** ATTENTION" TO CND-NOTE
044969         END-IF
044971         MOVE "N" TO WS-CLEAN-SW
044973     END-IF
044975     WRITE OPS-RPT-REC FROM WS-COND-LINE.
044977 6600-EXIT.
044979     EXIT.
044981
044983
044985*----------------------------------------------------------
045000* 7000-PRINT-VERDICT - ONE LINE AND THE MATCHING RETURN CODE
045100*----------------------------------------------------------
045200 7000-PRINT-VERDICT.
