004000*                  OPERATIONS ARE PERFORMED, PRINTED AND
004100*                  AUDITED - FINANCE SENDS THOUSAND-RECORD
004200*                  FILES WHERE ONLY THE DIVISION MATTERS.
004205* 15/10/2026  AMN  CHAINED CALCULATIONS.  A TRANSACTION WITH A
004210*                  CALCULATION ID IS ONE STEP OF A CHAIN (ONE
004215*                  OPERATION, STEPS IN ASCENDING ORDER, THE
004220*                  CHAIN ENDING WHEN THE ID CHANGES); EACH
004225*                  OPERAND IS A LITERAL, THE RESULT OF AN
004230*                  EARLIER STEP OR A NAMED REGISTER, AND A STEP
004235*                  MAY STORE ITS RESULT IN A REGISTER.  EVERY
004240*                  STEP IS AUDITED WITH ITS CHAIN LINKS; A
004245*                  CHAIN WITH A FAILING STEP IS REJECTED WHOLE,
004250*                  OTHERWISE ITS FINAL RESULT GOES TO CALCRES.
004255*                  A BLANK ID IS A STAND-ALONE TRANSACTION AS
004260*                  BEFORE.  A REGISTER OPERAND SET EARLIER IN THE
004270*                  SAME CHAIN IS AUDITED WITH THE STEP THAT SET
004280*                  IT, SO AUDTVRFY CAN CHECK IT LIKE A STEP LINK.
004300*----------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-AUDIT-STATUS.
005800
005810
005820     SELECT CALC-RESULT-FILE ASSIGN TO CALCRES
005830         ORGANIZATION IS SEQUENTIAL
005840         FILE STATUS IS WS-RES-STATUS.
005850
005900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-CTL-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500*----------------------------------------------------------
006510* TRANSACTION FILE - ONE OPERAND PAIR PER RECORD.  WITH A
006520*     CALCULATION ID THE RECORD IS ONE STEP OF A CHAIN:
006530*     TR-SRCN SAYS WHERE OPERAND N COMES FROM - L OR BLANK
006540*     TR-NUMN, E THE RESULT OF THE STEP IN TR-REFN (COLS 1-3),
006550*     R THE REGISTER NAMED IN TR-REFN - AND TR-STORE-REG NAMES
006560*     THE REGISTER THAT KEEPS THE STEP'S RESULT.  IN A CHAIN
006570*     "-" IS OPERAND 1 LESS OPERAND 2 AND "/" KEEPS THE
006580*     QUOTIENT.
006700*----------------------------------------------------------
006800 FD  ARITH-TRANS-FILE
006900     RECORDING MODE IS F.
007800         88  TR-OP-ALL           VALUE "A", SPACE.
007900         88  TR-OP-VALID         VALUE "+", "*", "-", "/",
008000                                       "A", SPACE.
008010         88  TR-OP-CHAIN-VALID   VALUE "+", "*", "-", "/".
008020     05  TR-CALC-ID              PIC X(8).
008030     05  TR-STEP                 PIC 9(3).
008040     05  TR-SRC1                 PIC X.
008050     05  TR-REF1                 PIC X(8).
008060     05  TR-SRC2                 PIC X.
008070     05  TR-REF2                 PIC X(8).
008080     05  TR-STORE-REG            PIC X(8).
008090     05  FILLER                  PIC X(28).
008200
008300*----------------------------------------------------------
008400* PRINT REPORT FILE
009400     RECORDING MODE IS F.
009500 COPY CALCAUDT.
009600
009610
009620*----------------------------------------------------------
009630* CALC-RESULT-FILE - FINAL RESULT OF EACH ACCEPTED CHAIN
009640*----------------------------------------------------------
009650 FD  CALC-RESULT-FILE
009660     RECORDING MODE IS F.
009670 COPY CALCRES.
009680
009700*----------------------------------------------------------
009800* RUN-CONTROL-FILE - END-OF-JOB COUNTS FOR THE BALANCER
009900*----------------------------------------------------------
011400 01  WS-AUDIT-STATUS                     PIC XX.
011500     88  WS-AUDIT-OK                     VALUE "00".
011600
011610
011620 01  WS-RES-STATUS                       PIC XX.
011630     88  WS-RES-OK                       VALUE "00".
011640
011700 01  WS-CTL-STATUS                       PIC XX.
011800     88  WS-CTL-OK                       VALUE "00".
011900
012600 01  WS-SWITCHES.
012700     05  WS-EOF-SW                       PIC X(01) VALUE "N".
012800         88  WS-EOF                       VALUE "Y".
012810     05  WS-CHAIN-ACTIVE-SW              PIC X(01) VALUE "N".
012820         88  WS-CHAIN-ACTIVE             VALUE "Y".
012830     05  WS-CHAIN-FAILED-SW              PIC X(01) VALUE "N".
012840         88  WS-CHAIN-FAILED             VALUE "Y".
012850     05  WS-CALC-ERROR-SW                PIC X(01) VALUE "N".
012860         88  WS-CALC-ERROR               VALUE "Y".
012870     05  WS-FOUND-SW                     PIC X(01) VALUE "N".
012880         88  WS-FOUND                    VALUE "Y".
012900
012901*----------------------------------------------------------
012902* CHAINED CALCULATIONS - THE CHAIN IN PROGRESS, ITS STEP
012903*     RESULTS, THE REGISTERS IT HAS SET (KEPT PENDING UNTIL
012904*     THE CHAIN IS ACCEPTED) AND THE REGISTERS OF THE RUN
012905*----------------------------------------------------------
012906 01  WS-CHAIN-AREA.
012907     05  WS-CHAIN-ID                     PIC X(8).
012908     05  WS-CHAIN-LAST-STEP              PIC 9(3).
012909     05  WS-CHAIN-STEPS                  PIC 9(05) COMP.
012910     05  WS-CHAIN-RESULT                 PIC S9(7).
012911     05  WS-CHAIN-REASON                 PIC X(30).
012912
012913 01  WS-STEP-AUDIT.
012914     05  WS-AUD-CALC-ID                  PIC X(8).
012915     05  WS-AUD-STEP                     PIC 9(3).
012916     05  WS-AUD-SRC1                     PIC X.
012917     05  WS-AUD-REF1-STEP                PIC 9(3).
012918     05  WS-AUD-SRC2                     PIC X.
012919     05  WS-AUD-REF2-STEP                PIC 9(3).
012920
012921 01  WS-OPERAND-WORK.
012922     05  WS-OPD-SRC                      PIC X.
012923         88  WS-OPD-LITERAL              VALUE "L", SPACE.
012924         88  WS-OPD-STEP                 VALUE "E".
012925         88  WS-OPD-REGISTER             VALUE "R".
012926     05  WS-OPD-REF                      PIC X(8).
012927     05  WS-OPD-REF-NUM REDEFINES WS-OPD-REF.
012928         10  WS-OPD-REF-STEP             PIC 9(3).
012929         10  FILLER                      PIC X(5).
012930     05  WS-OPD-LITERAL-VALUE            PIC S9(7).
012931     05  WS-OPD-VALUE                    PIC S9(7).
012932     05  WS-OPD-FROM-STEP                PIC 9(3).
012933     05  WS-OPD1-VALUE                   PIC S9(7).
012934     05  WS-OPD2-VALUE                   PIC S9(7).
012935
012936 01  WS-STEP-TABLE.
012937     05  WS-STEP-MAX                     PIC 9(03) COMP.
012938     05  WS-STEP-ENTRY OCCURS 50 TIMES.
012939         10  WS-STEP-NUM                 PIC 9(3).
012940         10  WS-STEP-RESULT              PIC S9(7).
012941
012942 01  WS-PEND-TABLE.
012943     05  WS-PEND-MAX                     PIC 9(03) COMP.
012944     05  WS-PEND-ENTRY OCCURS 20 TIMES.
012945         10  WS-PEND-NAME                PIC X(8).
012946         10  WS-PEND-VALUE               PIC S9(7).
012947         10  WS-PEND-STEP                PIC 9(3).
012948
012949 01  WS-REG-TABLE.
012950     05  WS-REG-MAX                      PIC 9(03) COMP.
012951     05  WS-REG-ENTRY OCCURS 50 TIMES.
012952         10  WS-REG-NAME                 PIC X(8).
012953         10  WS-REG-VALUE                PIC S9(7).
012954
012955 01  WS-SUBSCRIPTS.
012956     05  WS-IX                           PIC 9(03) COMP.
012957     05  WS-JX                           PIC 9(03) COMP.
012958
013000 01  WS-COUNTERS.
013100     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
013200     05  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
013300     05  WS-RC-WRITTEN-COUNT         PIC 9(05) COMP VALUE ZERO.
013400     05  WS-RC-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
013410     05  WS-CHAIN-OK-COUNT           PIC 9(05) COMP VALUE ZERO.
013420     05  WS-CHAIN-REJ-COUNT          PIC 9(05) COMP VALUE ZERO.
013500
013600 01  WS-HEADING-1.
013700     05  FILLER                          PIC X(40)
016400             VALUE "  ERREURS : ".
016500     05  TRL-ERRORS                      PIC ZZZZ9.
016600
016602 01  WS-TRAILER-2.
016604     05  FILLER                          PIC X(25)
016606             VALUE "CHAINES ACCEPTEES     : ".
016608     05  TRL-CHAIN-OK                    PIC ZZZZ9.
016610     05  FILLER                          PIC X(15)
016612             VALUE "  REJETEES : ".
016614     05  TRL-CHAIN-REJ                   PIC ZZZZ9.
016616
016618 01  WS-STEP-LINE.
016620     05  FILLER                          PIC X(07)
016621             VALUE "CHAINE ".
016622     05  STP-CALC-ID                     PIC X(8).
016624     05  FILLER                          PIC X(01) VALUE SPACES.
016626     05  STP-STEP                        PIC ZZ9.
016628     05  FILLER                          PIC X(02) VALUE SPACES.
016630     05  STP-NUM1                        PIC -(6)9.
016632     05  FILLER                          PIC X(01) VALUE SPACES.
016634     05  STP-OPER                        PIC X.
016636     05  FILLER                          PIC X(01) VALUE SPACES.
016638     05  STP-NUM2                        PIC -(6)9.
016640     05  FILLER                          PIC X(03) VALUE " = ".
016642     05  STP-RESULT                      PIC -(6)9.
016644     05  FILLER                          PIC X(01) VALUE SPACES.
016646     05  STP-NOTE                        PIC X(20).
016648
016650 01  WS-CHAIN-OK-LINE.
016652     05  FILLER                          PIC X(07)
016653             VALUE "CHAINE ".
016654     05  COK-CALC-ID                     PIC X(8).
016656     05  FILLER                          PIC X(14)
016658             VALUE "  RESULTAT : ".
016660     05  COK-RESULT                      PIC -(6)9.
016662
016664 01  WS-CHAIN-REJ-LINE.
016666     05  FILLER                          PIC X(07)
016667             VALUE "CHAINE ".
016668     05  CRJ-CALC-ID                     PIC X(8).
016670     05  FILLER                          PIC X(14)
016672             VALUE "  REJETEE : ".
016674     05  CRJ-REASON                      PIC X(30).
016676
016678
016700 LINKAGE SECTION.
016800 COPY SIGNON.
016900
019000     MOVE ZERO TO WS-ERROR-COUNT
019100     MOVE ZERO TO WS-RC-WRITTEN-COUNT
019200     MOVE ZERO TO WS-RC-REJECT-COUNT
019210     MOVE ZERO TO WS-CHAIN-OK-COUNT
019220     MOVE ZERO TO WS-CHAIN-REJ-COUNT
019230     MOVE "N" TO WS-CHAIN-ACTIVE-SW
019240     MOVE ZERO TO WS-REG-MAX
019300     MOVE "BATCH" TO WS-OPERATOR-ID
019400     IF ADDRESS OF OPERATOR-PARM NOT = NULL
019500         MOVE OP-PARM-LEN TO WS-PARM-LEN
022400             WS-AUDIT-STATUS
022500         GO TO 9999-ABEND
022600     END-IF
022610     OPEN OUTPUT CALC-RESULT-FILE
022620     IF NOT WS-RES-OK
022630         DISPLAY "ARITHMETIQUE - OUVERTURE CALCRES IMPOSSIBLE "
022640             WS-RES-STATUS
022650         GO TO 9999-ABEND
022660     END-IF
022700     WRITE ARITH-RPT-REC FROM WS-HEADING-1
022800     WRITE ARITH-RPT-REC FROM WS-HEADING-2
022900     PERFORM 5000-READ-TRANS
023200     EXIT.
023300
023400*----------------------------------------------------------
023410* 2000-PROCESS-TRANS - CALCULATE ONE TRANSACTION AND PRINT;
023420*     A NEW CALCULATION ID CLOSES THE CHAIN BEFORE IT
023600*----------------------------------------------------------
023700 2000-PROCESS-TRANS.
023705     IF WS-CHAIN-ACTIVE
023710         AND TR-CALC-ID NOT = WS-CHAIN-ID
023715         PERFORM 4800-END-CHAIN
023720             THRU 4800-EXIT
023725     END-IF
023730     IF TR-CALC-ID NOT = SPACES
023735         PERFORM 4000-CHAIN-STEP
023740             THRU 4000-EXIT
023745         GO TO 2000-READ-NEXT
023750     END-IF
023755     MOVE SPACES TO WS-STEP-AUDIT
023800     MOVE TR-NUM1 TO NUM1
023900     MOVE TR-NUM2 TO NUM2
024000     PERFORM 3000-CALCULATE
024100         THRU 3000-EXIT.
024110 2000-READ-NEXT.
024200     PERFORM 5000-READ-TRANS
024300         THRU 5000-EXIT.
024400 2000-EXIT.
028900         ON SIZE ERROR
029000             DISPLAY "ARITHMETIQUE - DEPASSEMENT SUR ADDITION"
029100             ADD 1 TO WS-ERROR-COUNT
029110             MOVE "Y" TO WS-CALC-ERROR-SW
029200             MOVE ZERO TO RESULT
029300     END-ADD
029400     MOVE RESULT TO DTL-ADD
030600         ON SIZE ERROR
030700             DISPLAY "ARITHMETIQUE - DEPASSEMENT SUR MULTIPLICAT."
030800             ADD 1 TO WS-ERROR-COUNT
030810             MOVE "Y" TO WS-CALC-ERROR-SW
030900             MOVE ZERO TO RESULT
031000     END-MULTIPLY
031100     MOVE RESULT TO DTL-MULT
032300         ON SIZE ERROR
032400             DISPLAY "ARITHMETIQUE - DEPASSEMENT SUR SOUSTRACTION"
032500             ADD 1 TO WS-ERROR-COUNT
032510             MOVE "Y" TO WS-CALC-ERROR-SW
032600             MOVE ZERO TO RESULT
032700     END-SUBTRACT
032800     MOVE RESULT TO DTL-SUB
034100     IF NUM2 = ZERO
034200         DISPLAY "ARITHMETIQUE - DIVISION PAR ZERO IMPOSSIBLE"
034300         ADD 1 TO WS-ERROR-COUNT
034310         MOVE "Y" TO WS-CALC-ERROR-SW
034400         MOVE ZERO TO RESULT
034500         MOVE ZERO TO RST
034600     ELSE
034800             ON SIZE ERROR
034900                 DISPLAY "ARITHMETIQUE - DEPASSEMENT SUR DIVISION"
035000                 ADD 1 TO WS-ERROR-COUNT
035010                 MOVE "Y" TO WS-CALC-ERROR-SW
035100                 MOVE ZERO TO RESULT
035200                 MOVE ZERO TO RST
035300         END-DIVIDE
037300     MOVE NUM1 TO CA-NUM1
037400     MOVE NUM2 TO CA-NUM2
037500     MOVE RESULT TO CA-RESULT
037510     MOVE WS-STEP-AUDIT TO CA-CHAIN-INFO
037600     WRITE CALC-AUDIT-REC.
037700 3900-EXIT.
037800     EXIT.
037900
037901*----------------------------------------------------------
037902* 4000-CHAIN-STEP - ONE STEP OF A CHAINED CALCULATION.  ONCE
037903*     A STEP HAS FAILED THE REST OF THE CHAIN IS NOT RUN.
037904*----------------------------------------------------------
037905 4000-CHAIN-STEP.
037906     ADD 1 TO WS-TRANS-COUNT
037907     IF NOT WS-CHAIN-ACTIVE
037908         PERFORM 4100-START-CHAIN
037909             THRU 4100-EXIT
037910     END-IF
037911     ADD 1 TO WS-CHAIN-STEPS
037912     MOVE ZERO TO STP-STEP STP-NUM1 STP-NUM2 STP-RESULT
037913     MOVE SPACES TO STP-NOTE
037914     MOVE TR-CALC-ID TO STP-CALC-ID
037915     MOVE TR-OPERATION TO STP-OPER
037916     IF TR-STEP NUMERIC
037917         MOVE TR-STEP TO STP-STEP
037918     END-IF
037919     IF WS-CHAIN-FAILED
037920         MOVE "NON EXECUTEE" TO STP-NOTE
037921         GO TO 4000-PRINT
037922     END-IF
037923     IF TR-STEP NOT NUMERIC
037924         OR TR-STEP NOT > WS-CHAIN-LAST-STEP
037925         MOVE "ETAPE HORS SEQUENCE" TO WS-CHAIN-REASON
037926         GO TO 4000-FAIL
037927     END-IF
037928     MOVE TR-STEP TO WS-CHAIN-LAST-STEP
037929     IF NOT TR-OP-CHAIN-VALID
037930         MOVE "OPERATION INVALIDE EN CHAINE" TO WS-CHAIN-REASON
037931         GO TO 4000-FAIL
037932     END-IF
037933     MOVE TR-SRC1 TO WS-OPD-SRC
037934     MOVE TR-REF1 TO WS-OPD-REF
037935     MOVE TR-NUM1 TO WS-OPD-LITERAL-VALUE
037936     PERFORM 4200-RESOLVE-OPERAND
037937         THRU 4200-EXIT
037938     IF NOT WS-FOUND
037939         GO TO 4000-FAIL
037940     END-IF
037941     MOVE WS-OPD-VALUE TO WS-OPD1-VALUE
037942     MOVE TR-SRC1 TO WS-AUD-SRC1
037943     MOVE WS-OPD-FROM-STEP TO WS-AUD-REF1-STEP
037944     MOVE TR-SRC2 TO WS-OPD-SRC
037945     MOVE TR-REF2 TO WS-OPD-REF
037946     MOVE TR-NUM2 TO WS-OPD-LITERAL-VALUE
037947     PERFORM 4200-RESOLVE-OPERAND
037948         THRU 4200-EXIT
037949     IF NOT WS-FOUND
037950         GO TO 4000-FAIL
037951     END-IF
037952     MOVE WS-OPD-VALUE TO WS-OPD2-VALUE
037953     MOVE TR-SRC2 TO WS-AUD-SRC2
037954     MOVE WS-OPD-FROM-STEP TO WS-AUD-REF2-STEP
037955     IF WS-AUD-SRC1 = SPACE
037956         MOVE "L" TO WS-AUD-SRC1
037957     END-IF
037958     IF WS-AUD-SRC2 = SPACE
037959         MOVE "L" TO WS-AUD-SRC2
037960     END-IF
037961     MOVE TR-CALC-ID TO WS-AUD-CALC-ID
037962     MOVE TR-STEP TO WS-AUD-STEP
037963     MOVE WS-OPD1-VALUE TO STP-NUM1
037964     MOVE WS-OPD2-VALUE TO STP-NUM2
037965     PERFORM 4300-RUN-STEP
037966         THRU 4300-EXIT
037967     MOVE RESULT TO STP-RESULT
037968     IF WS-CALC-ERROR
037969         MOVE "DEPASSEMENT OU DIVISION PAR 0" TO WS-CHAIN-REASON
037970         GO TO 4000-FAIL
037971     END-IF
037972     PERFORM 4400-KEEP-STEP-RESULT
037973         THRU 4400-EXIT
037974     IF WS-CHAIN-FAILED
037975         GO TO 4000-PRINT
037976     END-IF
037977     MOVE RESULT TO WS-CHAIN-RESULT
037978     IF TR-STORE-REG NOT = SPACES
037979         PERFORM 4500-STORE-REGISTER
037980             THRU 4500-EXIT
037981     END-IF
037982     GO TO 4000-PRINT.
037983 4000-FAIL.
037984     MOVE "Y" TO WS-CHAIN-FAILED-SW
037985     MOVE WS-CHAIN-REASON TO STP-NOTE.
037986 4000-PRINT.
037987     WRITE ARITH-RPT-REC FROM WS-STEP-LINE.
037988 4000-EXIT.
037989     EXIT.
037990
037991*----------------------------------------------------------
037992* 4100-START-CHAIN - A NEW CALCULATION ID
037993*----------------------------------------------------------
037994 4100-START-CHAIN.
037995     MOVE "Y" TO WS-CHAIN-ACTIVE-SW
037996     MOVE "N" TO WS-CHAIN-FAILED-SW
037997     MOVE TR-CALC-ID TO WS-CHAIN-ID
037998     MOVE ZERO TO WS-CHAIN-LAST-STEP
037999     MOVE ZERO TO WS-CHAIN-STEPS
038000     MOVE ZERO TO WS-CHAIN-RESULT
038001     MOVE SPACES TO WS-CHAIN-REASON
038002     MOVE ZERO TO WS-STEP-MAX
038003     MOVE ZERO TO WS-PEND-MAX.
038004 4100-EXIT.
038005     EXIT.
038006
038007*----------------------------------------------------------
038008* 4200-RESOLVE-OPERAND - THE VALUE OF ONE OPERAND: THE
038009*     LITERAL, AN EARLIER STEP'S RESULT, OR A REGISTER (ONE
038010*     SET BY THIS CHAIN FIRST, THEN ONE OF THE RUN)
038011*----------------------------------------------------------
038012 4200-RESOLVE-OPERAND.
038013     MOVE "Y" TO WS-FOUND-SW
038014     MOVE ZERO TO WS-OPD-FROM-STEP
038015     EVALUATE TRUE
038016         WHEN WS-OPD-LITERAL
038017             MOVE WS-OPD-LITERAL-VALUE TO WS-OPD-VALUE
038018         WHEN WS-OPD-STEP
038019             PERFORM 4210-FIND-STEP
038020                 THRU 4210-EXIT
038021         WHEN WS-OPD-REGISTER
038022             PERFORM 4220-FIND-REGISTER
038023                 THRU 4220-EXIT
038024         WHEN OTHER
038025             MOVE "N" TO WS-FOUND-SW
038026             MOVE "SOURCE D OPERANDE INVALIDE" TO WS-CHAIN-REASON
038027     END-EVALUATE.
038028 4200-EXIT.
038029     EXIT.
038030
038031*----------------------------------------------------------
038032* 4210-FIND-STEP - THE RESULT OF AN EARLIER STEP OF THE CHAIN
038033*----------------------------------------------------------
038034 4210-FIND-STEP.
038035     MOVE "N" TO WS-FOUND-SW
038036     MOVE "ETAPE DE REFERENCE INCONNUE" TO WS-CHAIN-REASON
038037     IF WS-OPD-REF-STEP NOT NUMERIC
038038         GO TO 4210-EXIT
038039     END-IF
038040     MOVE 1 TO WS-IX.
038041 4210-SEARCH.
038042     IF WS-IX > WS-STEP-MAX
038043         GO TO 4210-EXIT
038044     END-IF
038045     IF WS-STEP-NUM (WS-IX) = WS-OPD-REF-STEP
038046         MOVE WS-STEP-RESULT (WS-IX) TO WS-OPD-VALUE
038047         MOVE WS-OPD-REF-STEP TO WS-OPD-FROM-STEP
038048         MOVE "Y" TO WS-FOUND-SW
038049         GO TO 4210-EXIT
038050     END-IF
038051     ADD 1 TO WS-IX
038052     GO TO 4210-SEARCH.
038053 4210-EXIT.
038054     EXIT.
038055
038056*----------------------------------------------------------
038057* 4220-FIND-REGISTER - A REGISTER SET BY THIS CHAIN (WITH THE
038058*     STEP THAT SET IT), ELSE ONE SET BY AN EARLIER ACCEPTED
038059*     CHAIN OF THE RUN (NO STEP - NOT TRACEABLE IN THIS CHAIN)
038060*----------------------------------------------------------
038061 4220-FIND-REGISTER.
038062     MOVE "N" TO WS-FOUND-SW
038063     MOVE "REGISTRE INCONNU" TO WS-CHAIN-REASON
038064     MOVE 1 TO WS-IX.
038065 4220-SEARCH-PENDING.
038066     IF WS-IX > WS-PEND-MAX
038067         MOVE 1 TO WS-IX
038068         GO TO 4220-SEARCH-RUN
038069     END-IF
038070     IF WS-PEND-NAME (WS-IX) = WS-OPD-REF
038071         MOVE WS-PEND-VALUE (WS-IX) TO WS-OPD-VALUE
038072         MOVE WS-PEND-STEP (WS-IX) TO WS-OPD-FROM-STEP
038073         MOVE "Y" TO WS-FOUND-SW
038074         GO TO 4220-EXIT
038075     END-IF
038076     ADD 1 TO WS-IX
038077     GO TO 4220-SEARCH-PENDING.
038078 4220-SEARCH-RUN.
038079     IF WS-IX > WS-REG-MAX
038080         GO TO 4220-EXIT
038081     END-IF
038082     IF WS-REG-NAME (WS-IX) = WS-OPD-REF
038083         MOVE WS-REG-VALUE (WS-IX) TO WS-OPD-VALUE
038084         MOVE "Y" TO WS-FOUND-SW
038085         GO TO 4220-EXIT
038086     END-IF
038087     ADD 1 TO WS-IX
038088     GO TO 4220-SEARCH-RUN.
038089 4220-EXIT.
038090     EXIT.
038091
038092*----------------------------------------------------------
038093* 4300-RUN-STEP - THE STEP'S ONE OPERATION THROUGH THE SAME
038094*     PARAGRAPHS AS A STAND-ALONE TRANSACTION (SO IT IS
038095*     AUDITED THE SAME WAY).  3300 SUBTRACTS NUM1 FROM NUM2,
038096*     SO FOR "-" THE OPERANDS ARE HANDED OVER SWAPPED, WITH
038097*     THEIR CHAIN LINKS.
038098*----------------------------------------------------------
038099 4300-RUN-STEP.
038100     MOVE "N" TO WS-CALC-ERROR-SW
038101     MOVE WS-OPD1-VALUE TO NUM1
038102     MOVE WS-OPD2-VALUE TO NUM2
038103     EVALUATE TRUE
038104         WHEN TR-OP-ADD
038105             PERFORM 3100-CALC-ADD
038106                 THRU 3100-EXIT
038107         WHEN TR-OP-MULT
038108             PERFORM 3200-CALC-MULT
038109                 THRU 3200-EXIT
038110         WHEN TR-OP-SUB
038111             MOVE WS-OPD2-VALUE TO NUM1
038112             MOVE WS-OPD1-VALUE TO NUM2
038113             MOVE TR-SRC2 TO WS-AUD-SRC1
038114             MOVE TR-SRC1 TO WS-AUD-SRC2
038115             MOVE WS-AUD-REF1-STEP TO WS-JX
038116             MOVE WS-AUD-REF2-STEP TO WS-AUD-REF1-STEP
038117             MOVE WS-JX TO WS-AUD-REF2-STEP
038118             IF WS-AUD-SRC1 = SPACE
038119                 MOVE "L" TO WS-AUD-SRC1
038120             END-IF
038121             IF WS-AUD-SRC2 = SPACE
038122                 MOVE "L" TO WS-AUD-SRC2
038123             END-IF
038124             PERFORM 3300-CALC-SUB
038125                 THRU 3300-EXIT
038126         WHEN TR-OP-DIV
038127             PERFORM 3400-CALC-DIV
038128                 THRU 3400-EXIT
038129     END-EVALUATE.
038130 4300-EXIT.
038131     EXIT.
038132
038133*----------------------------------------------------------
038134* 4400-KEEP-STEP-RESULT - THE STEP'S RESULT, FOR LATER STEPS
038135*----------------------------------------------------------
038136 4400-KEEP-STEP-RESULT.
038137     IF WS-STEP-MAX >= 50
038138         DISPLAY "ARITHMETIQUE - TABLE DES ETAPES SATUREE"
038139         MOVE "TROP D ETAPES DANS LA CHAINE" TO WS-CHAIN-REASON
038140         MOVE "Y" TO WS-CHAIN-FAILED-SW
038141         MOVE WS-CHAIN-REASON TO STP-NOTE
038142         GO TO 4400-EXIT
038143     END-IF
038144     ADD 1 TO WS-STEP-MAX
038145     MOVE TR-STEP TO WS-STEP-NUM (WS-STEP-MAX)
038146     MOVE RESULT TO WS-STEP-RESULT (WS-STEP-MAX).
038147 4400-EXIT.
038148     EXIT.
038149
038150*----------------------------------------------------------
038151* 4500-STORE-REGISTER - THE STEP'S RESULT INTO A REGISTER,
038152*     PENDING UNTIL THE CHAIN IS ACCEPTED
038153*----------------------------------------------------------
038154 4500-STORE-REGISTER.
038155     MOVE "-> " TO STP-NOTE
038156     MOVE TR-STORE-REG TO STP-NOTE (4:8)
038157     MOVE 1 TO WS-IX.
038158 4500-SEARCH.
038159     IF WS-IX > WS-PEND-MAX
038160         GO TO 4500-ADD
038161     END-IF
038162     IF WS-PEND-NAME (WS-IX) = TR-STORE-REG
038163         MOVE RESULT TO WS-PEND-VALUE (WS-IX)
038164         MOVE TR-STEP TO WS-PEND-STEP (WS-IX)
038165         GO TO 4500-EXIT
038166     END-IF
038167     ADD 1 TO WS-IX
038168     GO TO 4500-SEARCH.
038169 4500-ADD.
038170     IF WS-PEND-MAX >= 20
038171         OR WS-REG-MAX + WS-PEND-MAX >= 50
038172         DISPLAY "ARITHMETIQUE - TABLE DES REGISTRES SATUREE"
038173         MOVE "TABLE DES REGISTRES SATUREE" TO WS-CHAIN-REASON
038174         MOVE "Y" TO WS-CHAIN-FAILED-SW
038175         MOVE WS-CHAIN-REASON TO STP-NOTE
038176         GO TO 4500-EXIT
038177     END-IF
038178     ADD 1 TO WS-PEND-MAX
038179     MOVE TR-STORE-REG TO WS-PEND-NAME (WS-PEND-MAX)
038180     MOVE RESULT TO WS-PEND-VALUE (WS-PEND-MAX)
038181     MOVE TR-STEP TO WS-PEND-STEP (WS-PEND-MAX).
038182 4500-EXIT.
038183     EXIT.
038184
038185*----------------------------------------------------------
038186* 4800-END-CHAIN - ACCEPT THE CHAIN (REGISTERS KEPT, FINAL
038187*     RESULT TO CALCRES) OR REJECT IT WHOLE
038188*----------------------------------------------------------
038189 4800-END-CHAIN.
038190     MOVE "N" TO WS-CHAIN-ACTIVE-SW
038191     IF WS-CHAIN-FAILED
038192         ADD WS-CHAIN-STEPS TO WS-RC-REJECT-COUNT
038193         ADD 1 TO WS-CHAIN-REJ-COUNT
038194         MOVE WS-CHAIN-ID TO CRJ-CALC-ID
038195         MOVE WS-CHAIN-REASON TO CRJ-REASON
038196         WRITE ARITH-RPT-REC FROM WS-CHAIN-REJ-LINE
038197         GO TO 4800-EXIT
038198     END-IF
038199     ADD WS-CHAIN-STEPS TO WS-RC-WRITTEN-COUNT
038200     ADD 1 TO WS-CHAIN-OK-COUNT
038201     PERFORM 4850-COMMIT-REGISTER
038202         THRU 4850-EXIT
038203         VARYING WS-JX FROM 1 BY 1
038204         UNTIL WS-JX > WS-PEND-MAX
038205     MOVE SPACES TO CALC-RESULT-REC
038206     MOVE WS-CHAIN-ID TO CR-CALC-ID
038207     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
038208     ACCEPT WS-AUDIT-TIME FROM TIME
038209     MOVE WS-AUDIT-DATE TO CR-DATE
038210     MOVE WS-AUDIT-TIME TO CR-TIME
038211     MOVE WS-CHAIN-STEPS TO CR-STEP-COUNT
038212     MOVE WS-CHAIN-LAST-STEP TO CR-LAST-STEP
038213     MOVE WS-CHAIN-RESULT TO CR-RESULT
038214     MOVE WS-OPERATOR-ID TO CR-USERID
038215     WRITE CALC-RESULT-REC
038216     MOVE WS-CHAIN-ID TO COK-CALC-ID
038217     MOVE WS-CHAIN-RESULT TO COK-RESULT
038218     WRITE ARITH-RPT-REC FROM WS-CHAIN-OK-LINE.
038219 4800-EXIT.
038220     EXIT.
038221
038222*----------------------------------------------------------
038223* 4850-COMMIT-REGISTER - ONE PENDING REGISTER INTO THE RUN'S
038224*     REGISTERS (ROOM WAS CHECKED WHEN IT WAS SET)
038225*----------------------------------------------------------
038226 4850-COMMIT-REGISTER.
038227     MOVE 1 TO WS-IX.
038228 4850-SEARCH.
038229     IF WS-IX > WS-REG-MAX
038230         ADD 1 TO WS-REG-MAX
038231         MOVE WS-PEND-NAME (WS-JX) TO WS-REG-NAME (WS-REG-MAX)
038232         MOVE WS-PEND-VALUE (WS-JX) TO WS-REG-VALUE (WS-REG-MAX)
038233         GO TO 4850-EXIT
038234     END-IF
038235     IF WS-REG-NAME (WS-IX) = WS-PEND-NAME (WS-JX)
038236         MOVE WS-PEND-VALUE (WS-JX) TO WS-REG-VALUE (WS-IX)
038237         GO TO 4850-EXIT
038238     END-IF
038239     ADD 1 TO WS-IX
038240     GO TO 4850-SEARCH.
038241 4850-EXIT.
038242     EXIT.
038243
038244
038245*----------------------------------------------------------
038246* 5000-READ-TRANS - READ THE NEXT TRANSACTION, SET EOF
038247*----------------------------------------------------------
038300 5000-READ-TRANS.
038400     READ ARITH-TRANS-FILE
038500         AT END
039200* 8000-TERMINATE - PRINT TRAILER, CLOSE FILES
039300*----------------------------------------------------------
039400 8000-TERMINATE.
039410     IF WS-CHAIN-ACTIVE
039420         PERFORM 4800-END-CHAIN
039430             THRU 4800-EXIT
039440     END-IF
039500     MOVE WS-TRANS-COUNT TO TRL-COUNT
039600     MOVE WS-ERROR-COUNT TO TRL-ERRORS
039700     WRITE ARITH-RPT-REC FROM WS-TRAILER-LINE
039710     MOVE WS-CHAIN-OK-COUNT TO TRL-CHAIN-OK
039720     MOVE WS-CHAIN-REJ-COUNT TO TRL-CHAIN-REJ
039730     WRITE ARITH-RPT-REC FROM WS-TRAILER-2
039800     CLOSE ARITH-TRANS-FILE
039900     CLOSE ARITH-RPT-FILE
040000     CLOSE CALC-AUDIT-FILE
040010     CLOSE CALC-RESULT-FILE
040100     PERFORM 8500-WRITE-RUN-CONTROL
040200         THRU 8500-EXIT.
040300 8000-EXIT.
