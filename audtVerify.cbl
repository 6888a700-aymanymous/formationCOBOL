002100*                  OPPOSITE DIRECTIONS (ARITHMETIQUE PRINTS
002200*                  NUM2-NUM1, ITERATION-IF NUM1-NUM2), SO
002300*                  THE REPLAY CHOOSES BY CA-PROGRAM.
002310* 15/10/2026  AMN  CHAINED CALCULATIONS.  FOR THE STEPS OF AN
002320*                  ARITHMETIQUE CHAIN THE REPLAY ALSO CHECKS
002330*                  EACH LINK: AN OPERAND TAKEN FROM AN EARLIER
002340*                  STEP MUST EQUAL THAT STEP'S RECOMPUTED
002350*                  RESULT.  A REGISTER OPERAND SET EARLIER IN THE
002360*                  SAME CHAIN CARRIES THE STEP THAT SET IT AND IS
002370*                  CHECKED THE SAME WAY; ONE SET BY AN EARLIER
002380*                  CHAIN (NO STEP) IS TAKEN AS A LITERAL - THE
002390*                  AUDIT DOES NOT NAME REGISTERS.  A BROKEN LINK
002392*                  IS AN ECART LIKE ANY OTHER.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006200         88  WS-EOF                  VALUE "Y".
006300     05  WS-VERIFIABLE-SW            PIC X(01) VALUE "Y".
006400         88  WS-VERIFIABLE           VALUE "Y".
006410     05  WS-CHAIN-STEP-SW            PIC X(01) VALUE "N".
006420         88  WS-CHAIN-STEP           VALUE "Y".
006430     05  WS-LINK-FOUND-SW            PIC X(01) VALUE "N".
006440         88  WS-LINK-FOUND           VALUE "Y".
006500
006502*----------------------------------------------------------
006504* THE CHAIN BEING REPLAYED AND ITS RECOMPUTED STEP RESULTS.
006506*     A CHAIN ENDS WHEN THE ID CHANGES OR THE STEP NUMBER
006508*     DOES NOT GO UP (THE SAME ID RUN AGAIN ANOTHER NIGHT).
006510*----------------------------------------------------------
006512 01  WS-CHAIN-AREA.
006514     05  WS-CHAIN-ID                 PIC X(8) VALUE SPACES.
006516     05  WS-CHAIN-LAST-STEP          PIC 9(3) VALUE ZERO.
006518     05  WS-CHAIN-STEP-MAX           PIC 9(03) COMP VALUE ZERO.
006520     05  WS-CHAIN-ENTRY OCCURS 50 TIMES.
006522         10  WS-CHAIN-STEP-NUM       PIC 9(3).
006524         10  WS-CHAIN-STEP-RESULT    PIC S9(7).
006526
006528 01  WS-LINK-WORK.
006530     05  WS-LINK-OPERAND             PIC 9(01).
006532     05  WS-LINK-STEP                PIC 9(3).
006534     05  WS-LINK-VALUE               PIC S9(7).
006536     05  WS-LINK-EXPECTED            PIC S9(7).
006538     05  WS-IX                       PIC 9(03) COMP.
006540
006600 01  WS-EXPECTED-RESULT              PIC S9(7).
006700
006800 01  WS-COUNTERS.
007000     05  WS-MATCH-COUNT              PIC 9(07) COMP VALUE ZERO.
007100     05  WS-MISMATCH-COUNT           PIC 9(07) COMP VALUE ZERO.
007200     05  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
007210     05  WS-CHAIN-STEP-COUNT         PIC 9(07) COMP VALUE ZERO.
007220     05  WS-LINK-COUNT               PIC 9(07) COMP VALUE ZERO.
007230     05  WS-LINK-BAD-COUNT           PIC 9(07) COMP VALUE ZERO.
007300
007400 01  WS-HEADING-1.
007500     05  FILLER                      PIC X(45)
009400             VALUE " CALCUL:".
009500     05  MIS-EXPECTED                PIC -(6)9.
009600
009602 01  WS-LINK-LINE.
009604     05  FILLER                      PIC X(08)
009606             VALUE "ECART : ".
009608     05  LNK-DATE                    PIC 9(8).
009610     05  FILLER                      PIC X(08)
009612             VALUE " CHAINE ".
009614     05  LNK-CALC-ID                 PIC X(8).
009616     05  FILLER                      PIC X(07)
009618             VALUE " ETAPE ".
009620     05  LNK-STEP                    PIC ZZ9.
009622     05  FILLER                      PIC X(04)
009624             VALUE " OP ".
009626     05  LNK-OPERAND                 PIC 9.
009628     05  FILLER                      PIC X(03)
009630             VALUE " = ".
009632     05  LNK-VALUE                   PIC -(6)9.
009634     05  FILLER                      PIC X(07)
009636             VALUE " ETAPE ".
009638     05  LNK-REF-STEP                PIC ZZ9.
009640     05  FILLER                      PIC X(03)
009642             VALUE " = ".
009644     05  LNK-EXPECTED                PIC -(6)9.
009646     05  LNK-NOTE REDEFINES LNK-EXPECTED
009648                                     PIC X(07).
009650
009652
009700 01  WS-TRAILER-1.
009800     05  FILLER                      PIC X(25)
009900             VALUE "ENREGISTREMENTS LUS   : ".
011400             VALUE "NON VERIFIABLES       : ".
011500     05  TRL-SKIPPED                 PIC ZZZZZZ9.
011600
011605
011610 01  WS-TRAILER-5.
011615     05  FILLER                      PIC X(25)
011620             VALUE "ETAPES DE CHAINES     : ".
011625     05  TRL-CHAIN-STEPS             PIC ZZZZZZ9.
011630     05  FILLER                      PIC X(12)
011635             VALUE "  LIENS : ".
011640     05  TRL-LINKS                   PIC ZZZZZZ9.
011645     05  FILLER                      PIC X(12)
011650             VALUE "  ROMPUS : ".
011655     05  TRL-LINKS-BAD               PIC ZZZZZZ9.
011660
011700 PROCEDURE DIVISION.
011800*----------------------------------------------------------
011900* 0000-MAINLINE
016700         ADD 1 TO WS-MISMATCH-COUNT
016800         PERFORM 7000-PRINT-MISMATCH
016900             THRU 7000-EXIT
016910     END-IF
016920     PERFORM 4000-CHECK-CHAIN
016930         THRU 4000-EXIT.
017100 2000-NEXT.
017200     PERFORM 5000-READ-AUDIT
017300         THRU 5000-EXIT.
023800 3200-EXIT.
023900     EXIT.
024000
024001*----------------------------------------------------------
024002* 4000-CHECK-CHAIN - FOR A STEP OF AN ARITHMETIQUE CHAIN,
024003*     CHECK ITS LINKS TO EARLIER STEPS AND KEEP ITS RESULT
024004*----------------------------------------------------------
024005 4000-CHECK-CHAIN.
024006     MOVE "N" TO WS-CHAIN-STEP-SW
024007     IF CA-PROGRAM NOT = "ARITHMETIQUE"
024008         OR CA-CALC-ID = SPACES
024009         OR CA-STEP NOT NUMERIC
024010         GO TO 4000-EXIT
024011     END-IF
024012     MOVE "Y" TO WS-CHAIN-STEP-SW
024013     ADD 1 TO WS-CHAIN-STEP-COUNT
024014     IF CA-CALC-ID NOT = WS-CHAIN-ID
024015         OR CA-STEP NOT > WS-CHAIN-LAST-STEP
024016         MOVE CA-CALC-ID TO WS-CHAIN-ID
024017         MOVE ZERO TO WS-CHAIN-STEP-MAX
024018     END-IF
024019     MOVE CA-STEP TO WS-CHAIN-LAST-STEP
024020     IF CA-SRC1 = "E"
024021         OR (CA-SRC1 = "R" AND CA-REF1-STEP > ZERO)
024022         MOVE 1 TO WS-LINK-OPERAND
024023         MOVE CA-REF1-STEP TO WS-LINK-STEP
024024         MOVE CA-NUM1 TO WS-LINK-VALUE
024025         PERFORM 4100-CHECK-LINK
024026             THRU 4100-EXIT
024027     END-IF
024028     IF CA-SRC2 = "E"
024029         OR (CA-SRC2 = "R" AND CA-REF2-STEP > ZERO)
024030         MOVE 2 TO WS-LINK-OPERAND
024031         MOVE CA-REF2-STEP TO WS-LINK-STEP
024032         MOVE CA-NUM2 TO WS-LINK-VALUE
024033         PERFORM 4100-CHECK-LINK
024034             THRU 4100-EXIT
024035     END-IF
024036     IF WS-CHAIN-STEP-MAX < 50
024037         ADD 1 TO WS-CHAIN-STEP-MAX
024038         MOVE CA-STEP TO WS-CHAIN-STEP-NUM (WS-CHAIN-STEP-MAX)
024039         MOVE WS-EXPECTED-RESULT
024040             TO WS-CHAIN-STEP-RESULT (WS-CHAIN-STEP-MAX)
024041     END-IF.
024042 4000-EXIT.
024043     EXIT.
024044
024045*----------------------------------------------------------
024046* 4100-CHECK-LINK - THE OPERAND (A STEP RESULT, OR A REGISTER
024047*     SET IN THE CHAIN) MUST BE THE RECOMPUTED RESULT OF THE
024048*     STEP IT NAMES, AND THAT STEP MUST HAVE BEEN REPLAYED
024049*     EARLIER IN THE SAME CHAIN
024050*----------------------------------------------------------
024051 4100-CHECK-LINK.
024052     ADD 1 TO WS-LINK-COUNT
024053     MOVE "N" TO WS-LINK-FOUND-SW
024054     MOVE 1 TO WS-IX.
024055 4100-SEARCH.
024056     IF WS-IX > WS-CHAIN-STEP-MAX
024057         GO TO 4100-COMPARE
024058     END-IF
024059     IF WS-CHAIN-STEP-NUM (WS-IX) = WS-LINK-STEP
024060         MOVE "Y" TO WS-LINK-FOUND-SW
024061         MOVE WS-CHAIN-STEP-RESULT (WS-IX) TO WS-LINK-EXPECTED
024062         GO TO 4100-COMPARE
024063     END-IF
024064     ADD 1 TO WS-IX
024065     GO TO 4100-SEARCH.
024066 4100-COMPARE.
024067     IF WS-LINK-FOUND
024068         AND WS-LINK-VALUE = WS-LINK-EXPECTED
024069         GO TO 4100-EXIT
024070     END-IF
024071     ADD 1 TO WS-LINK-BAD-COUNT
024072     ADD 1 TO WS-MISMATCH-COUNT
024073     MOVE CA-DATE TO LNK-DATE
024074     MOVE CA-CALC-ID TO LNK-CALC-ID
024075     MOVE CA-STEP TO LNK-STEP
024076     MOVE WS-LINK-OPERAND TO LNK-OPERAND
024077     MOVE WS-LINK-VALUE TO LNK-VALUE
024078     MOVE WS-LINK-STEP TO LNK-REF-STEP
024079     IF WS-LINK-FOUND
024080         MOVE WS-LINK-EXPECTED TO LNK-EXPECTED
024081     ELSE
024082         MOVE "ABSENTE" TO LNK-NOTE
024083     END-IF
024084     WRITE VRFY-RPT-REC FROM WS-LINK-LINE.
024085 4100-EXIT.
024086     EXIT.
024087
024088
024100*----------------------------------------------------------
024200* 5000-READ-AUDIT - READ THE NEXT AUDIT RECORD, SET EOF
024300*----------------------------------------------------------
027600     WRITE VRFY-RPT-REC FROM WS-TRAILER-2
027700     WRITE VRFY-RPT-REC FROM WS-TRAILER-3
027800     WRITE VRFY-RPT-REC FROM WS-TRAILER-4
027810     MOVE WS-CHAIN-STEP-COUNT TO TRL-CHAIN-STEPS
027820     MOVE WS-LINK-COUNT TO TRL-LINKS
027830     MOVE WS-LINK-BAD-COUNT TO TRL-LINKS-BAD
027840     WRITE VRFY-RPT-REC FROM WS-TRAILER-5
027900     IF WS-MISMATCH-COUNT > ZERO
028000         DISPLAY "AUDTVRFY - ECARTS DETECTES - RC 8"
028100         MOVE 8 TO RETURN-CODE
