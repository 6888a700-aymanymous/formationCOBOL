004700*                  HISTORY, EXACTLY AS ENTREE CHECKS IT.
004800*                  STILL-MISSING PREREQUISITES CARRY REASON
004900*                  "P" TO THE NEW REJECT FILE.
004910* 15/10/2026  AMN  SPONSOR AWARDS (SPAWARD) - THE PART OF THE
004920*                  FEE A SPONSOR PAYS FOR THE TERM IS TAKEN OFF
004930*                  THE STUDENT BY A "T" BILLTRAN RECORD, AS IN
004940*                  ENTREE.
004945* 15/10/2026  AMN  THE APPOINTMENT EDIT IS RE-APPLIED TOO - A
004950*                  RESUBMISSION BEFORE THE STUDENT'S APPOINTMENT
004955*                  (REGAPPT) FOR THE SECTION'S TERM CARRIES
004960*                  REASON "A" TO THE NEW REJECT FILE, UNLESS
004965*                  RR-APPT-OVERRIDE NAMES AN ACTIVE OPERATOR
004970*                  WITH MAINTENANCE AUTHORITY (OPERPROF).
004975* 15/10/2026  AMN  A RESUBMISSION SENT TO THE WAITLIST IS ALSO
004980*                  LOGGED TO THE CAPTURE LOG (WAITCAP), AS
004985*                  ENTREE DOES.
005000*----------------------------------------------------------
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
007200     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-WAIT-STATUS.
007410
007420     SELECT WAITCAP-FILE ASSIGN TO WAITCAP
007430         ORGANIZATION IS SEQUENTIAL
007440         FILE STATUS IS WS-WCAP-STATUS.
007500
007600     SELECT REJECT-OUT-FILE ASSIGN TO REGREJOT
007700         ORGANIZATION IS SEQUENTIAL
011400         ACCESS MODE IS DYNAMIC
011500         RECORD KEY IS AB-STUDENTID
011600         FILE STATUS IS WS-ABAL-STATUS.
011610
011620     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
011630         ORGANIZATION IS INDEXED
011640         ACCESS MODE IS DYNAMIC
011650         RECORD KEY IS AW-KEY
011660         FILE STATUS IS WS-AWD-STATUS.
011662
011664     SELECT REG-APPT-FILE ASSIGN TO REGAPPT
011666         ORGANIZATION IS INDEXED
011668         ACCESS MODE IS DYNAMIC
011670         RECORD KEY IS AP-KEY
011672         FILE STATUS IS WS-APPT-STATUS.
011674
011676     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
011678         ORGANIZATION IS INDEXED
011680         ACCESS MODE IS DYNAMIC
011682         RECORD KEY IS OF-OPERATOR-ID
011684         FILE STATUS IS WS-PROF-STATUS.
011700
011800     SELECT RESUB-RPT-FILE ASSIGN TO RESUBRPT
011900         ORGANIZATION IS SEQUENTIAL
014600 FD  WAITLIST-FILE
014700     RECORDING MODE IS F.
014800 COPY WAITLST.
014810
014820*----------------------------------------------------------
014830* WAITCAP-FILE - EVERY WAITLIST CAPTURE, KEPT FOR THE
014840*     OPERATOR ACTIVITY REPORT (WAITLST LAYOUT)
014850*----------------------------------------------------------
014860 FD  WAITCAP-FILE
014870     RECORDING MODE IS F.
014880 01  WAITCAP-REC                     PIC X(80).
014900
015000*----------------------------------------------------------
015100* REJECT-OUT-FILE - RECORDS THAT STILL FAIL THE EDITS
019900*----------------------------------------------------------
020000 FD  ACCOUNT-BAL-FILE.
020100 COPY ACCTBAL.
020110
020120*----------------------------------------------------------
020130* SPONSOR-AWARD-FILE - THE SPONSOR AWARDS THAT TAKE PART OF
020140*     THE FEES OFF THE STUDENT
020150*----------------------------------------------------------
020160 FD  SPONSOR-AWARD-FILE.
020170 COPY SPAWARD.
020172
020174*----------------------------------------------------------
020176* REG-APPT-FILE - EACH STUDENT'S REGISTRATION APPOINTMENT
020178*     FOR THE TERM
020180*----------------------------------------------------------
020182 FD  REG-APPT-FILE.
020184 COPY REGAPPT.
020186
020188*----------------------------------------------------------
020190* OPERATOR-PROFILE-FILE - AUTHORITY OF THE OPERATOR NAMED
020192*     IN RR-APPT-OVERRIDE
020194*----------------------------------------------------------
020196 FD  OPERATOR-PROFILE-FILE.
020198 COPY OPERPROF.
020200
020300*----------------------------------------------------------
020400* RESUB-RPT-FILE - DISPOSITION LISTING FOR THE REGISTRAR
022100
022200 01  WS-WAIT-STATUS                  PIC XX.
022300     88  WS-WAIT-OK                  VALUE "00".
022310
022320 01  WS-WCAP-STATUS                  PIC XX.
022330     88  WS-WCAP-OK                  VALUE "00".
022400
022500 01  WS-REJOT-STATUS                 PIC XX.
022600     88  WS-REJOT-OK                 VALUE "00".
025600
025700 01  WS-ABAL-NEW-SW                  PIC X(01) VALUE "N".
025800     88  WS-ABAL-NEW                 VALUE "Y".
025802
025804 01  WS-AWD-STATUS                   PIC XX.
025806     88  WS-AWD-OK                   VALUE "00", "02".
025808     88  WS-AWD-NOTOPEN              VALUE "35".
025810
025812 01  WS-AWD-PRESENT-SW               PIC X(01) VALUE "Y".
025814     88  WS-AWD-PRESENT              VALUE "Y".
025816
025818 01  WS-APPT-STATUS                  PIC XX.
025820     88  WS-APPT-OK                  VALUE "00".
025822     88  WS-APPT-NOTOPEN             VALUE "35".
025824     88  WS-APPT-NOTFOUND            VALUE "23".
025826
025828 01  WS-PROF-STATUS                  PIC XX.
025830     88  WS-PROF-OK                  VALUE "00".
025832     88  WS-PROF-NOTOPEN             VALUE "35".
025834
025836 01  WS-APPT-SWITCHES.
025838     05  WS-APPT-PRESENT-SW          PIC X(01) VALUE "Y".
025840         88  WS-APPT-PRESENT         VALUE "Y".
025842     05  WS-PROF-PRESENT-SW          PIC X(01) VALUE "Y".
025844         88  WS-PROF-PRESENT         VALUE "Y".
025846     05  WS-APPT-EARLY-SW            PIC X(01) VALUE "N".
025848         88  WS-APPT-EARLY           VALUE "Y".
025850
025852* HHMM OF THE RESUBMISSION, AGAINST AP-APPT-TIME
025854 01  WS-REG-HHMM                     PIC 9(4).
025856
025858 01  WS-SPONSOR-FIELDS.
025860     05  WS-SPN-STUDENTID            PIC 9(7).
025862     05  WS-SPN-TERM                 PIC X(5).
025864     05  WS-SPN-COURSE               PIC X(4).
025866     05  WS-SPN-DATE                 PIC 9(8).
025868     05  WS-SPN-FEE                  PIC 9(05)V99.
025870     05  WS-SPN-LEFT                 PIC 9(05)V99.
025872     05  WS-SPN-SHARE                PIC S9(05)V99.
025874     05  WS-SPN-IX                   PIC 9(03) COMP.
025876     05  WS-SPN-SLOT                 PIC 9(03) COMP.
025878     05  WS-SPN-DONE-SW              PIC X(01).
025880         88  WS-SPN-DONE             VALUE "Y".
025882     05  WS-SPN-COVERED-SW           PIC X(01).
025884         88  WS-SPN-COVERED          VALUE "Y".
025900
026000 01  WS-JRN-DATE                     PIC 9(8).
026100 01  WS-JRN-TIME                     PIC 9(8).
029400     05  WS-FILED-COUNT              PIC 9(05) COMP VALUE ZERO.
029500     05  WS-WAITED-COUNT             PIC 9(05) COMP VALUE ZERO.
029600     05  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
029610     05  WS-OVERRIDE-COUNT           PIC 9(05) COMP VALUE ZERO.
029700
029800* YYMMDD
029900 01  CURRENTDATE                     PIC 9(8).
037300     05  FILLER                      PIC X(25)
037400             VALUE "TOUJOURS REJETEES     : ".
037500     05  TRL-FAILED                  PIC ZZZZ9.
037510
037520 01  WS-TRAILER-5.
037530     05  FILLER                      PIC X(25)
037540             VALUE "RENDEZ-VOUS DEVANCES  : ".
037550     05  TRL-OVERRIDE                PIC ZZZZ9.
037600
037700 PROCEDURE DIVISION.
037800*----------------------------------------------------------
042100             WS-WAIT-STATUS
042200         GO TO 9999-ABEND
042300     END-IF
042310     OPEN EXTEND WAITCAP-FILE
042320     IF NOT WS-WCAP-OK
042330         OPEN OUTPUT WAITCAP-FILE
042340     END-IF
042350     IF NOT WS-WCAP-OK
042360         DISPLAY "RESUBMIT - OUVERTURE WAITCAP IMPOSSIBLE "
042370             WS-WCAP-STATUS
042380         GO TO 9999-ABEND
042390     END-IF
042400     OPEN OUTPUT REJECT-OUT-FILE
042500     IF NOT WS-REJOT-OK
042600         DISPLAY "RESUBMIT - OUVERTURE REGREJOT IMPOSSIBLE "
048400             GO TO 9999-ABEND
048500         END-IF
048600     END-IF
048605     MOVE "Y" TO WS-AWD-PRESENT-SW
048610     OPEN I-O SPONSOR-AWARD-FILE
048615     IF WS-AWD-NOTOPEN
048620         MOVE "N" TO WS-AWD-PRESENT-SW
048625     ELSE
048630         IF NOT WS-AWD-OK
048635             DISPLAY "RESUBMIT - OUVERTURE SPAWARD IMPOSSIBLE "
048640                 WS-AWD-STATUS
048645             GO TO 9999-ABEND
048650         END-IF
048655     END-IF
048657     MOVE "Y" TO WS-APPT-PRESENT-SW
048659     OPEN INPUT REG-APPT-FILE
048661     IF WS-APPT-NOTOPEN
048663         MOVE "N" TO WS-APPT-PRESENT-SW
048665     ELSE
048667         IF NOT WS-APPT-OK
048669             DISPLAY "RESUBMIT - OUVERTURE REGAPPT IMPOSSIBLE "
048671                 WS-APPT-STATUS
048673             GO TO 9999-ABEND
048675         END-IF
048677     END-IF
048679     MOVE "Y" TO WS-PROF-PRESENT-SW
048681     OPEN INPUT OPERATOR-PROFILE-FILE
048683     IF WS-PROF-NOTOPEN
048685         MOVE "N" TO WS-PROF-PRESENT-SW
048687     ELSE
048689         IF NOT WS-PROF-OK
048691             DISPLAY "RESUBMIT - OUVERTURE OPERPROF IMPOSSIBLE "
048693                 WS-PROF-STATUS
048695             GO TO 9999-ABEND
048697         END-IF
048699     END-IF
048700     OPEN I-O ACCOUNT-BAL-FILE
048800     IF WS-ABAL-NOTOPEN
048900         OPEN OUTPUT ACCOUNT-BAL-FILE
055100             THRU 3300-EXIT
055200         GO TO 2000-NEXT
055300     END-IF
055310     PERFORM 2600-CHECK-APPOINTMENT
055320         THRU 2600-EXIT
055330     IF WS-APPT-EARLY
055340         MOVE "A" TO RR-REASON
055350         PERFORM 3300-STILL-REJECTED
055360             THRU 3300-EXIT
055370         GO TO 2000-NEXT
055380     END-IF
055400     PERFORM 2400-CHECK-CREDIT-LOAD
055500         THRU 2400-EXIT
055600     IF WS-LOAD-OVER
075700     END-IF.
075800 2560-EXIT.
075900     EXIT.
075901
075902*----------------------------------------------------------
075903* 2600-CHECK-APPOINTMENT - IS THE RESUBMISSION EARLIER THAN
075904*     THE STUDENT'S APPOINTMENT FOR THE SECTION'S TERM, AND
075905*     NOT OVERRIDDEN - SAME EDIT AS ENTREE, REASON "A".  THE
075906*     OVERRIDE MUST NAME AN ACTIVE OPERATOR WITH MAINTENANCE
075907*     AUTHORITY; WITH NO PROFILE FILE (OPEN SHOP) ANY NAME
075908*     IS TAKEN.
075909*----------------------------------------------------------
075910 2600-CHECK-APPOINTMENT.
075911     MOVE "N" TO WS-APPT-EARLY-SW
075912     IF NOT WS-APPT-PRESENT
075913         GO TO 2600-EXIT
075914     END-IF
075915     MOVE RR-STUDENTID TO AP-STUDENTID
075916     MOVE CS-TERM TO AP-TERM
075917     READ REG-APPT-FILE
075918     IF WS-APPT-NOTFOUND
075919         GO TO 2600-EXIT
075920     END-IF
075921     IF NOT WS-APPT-OK
075922         DISPLAY "RESUBMIT - LECTURE REGAPPT IMPOSSIBLE "
075923             WS-APPT-STATUS
075924         GO TO 2600-EXIT
075925     END-IF
075926     MOVE CURRENTTIME (1:4) TO WS-REG-HHMM
075927     IF CURRENTDATE > AP-APPT-DATE
075928         GO TO 2600-EXIT
075929     END-IF
075930     IF CURRENTDATE = AP-APPT-DATE
075931         AND WS-REG-HHMM NOT < AP-APPT-TIME
075932         GO TO 2600-EXIT
075933     END-IF
075934     SET WS-APPT-EARLY TO TRUE
075935     IF RR-APPT-OVERRIDE = SPACES
075936         GO TO 2600-EXIT
075937     END-IF
075938     IF WS-PROF-PRESENT
075939         MOVE RR-APPT-OVERRIDE TO OF-OPERATOR-ID
075940         READ OPERATOR-PROFILE-FILE
075941         IF NOT WS-PROF-OK
075942             GO TO 2600-EXIT
075943         END-IF
075944         IF NOT OF-ACTIVE OR NOT OF-AUTH-MAINT
075945             GO TO 2600-EXIT
075946         END-IF
075947     END-IF
075948     MOVE "N" TO WS-APPT-EARLY-SW
075949     ADD 1 TO WS-OVERRIDE-COUNT.
075950 2600-EXIT.
075951     EXIT.
076000
076100*----------------------------------------------------------
076200* 2700-CHECK-SCHEDULE - THE RESUBMITTED SECTION'S MEETING
090900     ELSE
091000         PERFORM 7400-POST-BALANCE
091100             THRU 7400-EXIT
091110         MOVE RR-STUDENTID  TO WS-SPN-STUDENTID
091120         MOVE RR-COURSECODE TO WS-SPN-COURSE
091130         MOVE CM-FEE-AMOUNT TO WS-SPN-FEE
091140         MOVE CS-TERM       TO WS-SPN-TERM
091150         MOVE CURRENTDATE   TO WS-SPN-DATE
091160         PERFORM 7500-APPLY-SPONSOR
091170             THRU 7500-EXIT
091200     END-IF
091300     ADD 1 TO WS-FILED-COUNT
091400     MOVE "FILEE  : " TO DTL-DISPO
093700             WS-WAIT-STATUS
093800         GO TO 9999-ABEND
093900     END-IF
093910     WRITE WAITCAP-REC FROM WAITLIST-REC
093920     IF NOT WS-WCAP-OK
093930         DISPLAY "RESUBMIT - ECRITURE WAITCAP IMPOSSIBLE "
093940             WS-WCAP-STATUS
093950     END-IF
094000     ADD 1 TO WS-WAITED-COUNT
094100     MOVE "ATTENTE: " TO DTL-DISPO
094200     PERFORM 7000-WRITE-DETAIL
103000     EVALUATE BT-TYPE
103100         WHEN "C"
103200         WHEN "S"
103210         WHEN "U"
103300             ADD BT-AMOUNT TO AB-CHARGES
103400             ADD BT-AMOUNT TO AB-BALANCE
103500         WHEN "R"
103510         WHEN "T"
103600             SUBTRACT BT-AMOUNT FROM AB-CHARGES
103700             SUBTRACT BT-AMOUNT FROM AB-BALANCE
103800         WHEN "P"
105400     END-IF.
105500 7400-EXIT.
105600     EXIT.
105601
105602*----------------------------------------------------------
105603* 7500-APPLY-SPONSOR - TAKE THE PART OF THE FEE JUST CHARGED
105604*     THAT A SPONSOR PAYS OFF THE STUDENT - ONE "T" RECORD
105605*     FOR EACH OF THE STUDENT'S AWARDS FOR THE TERM THAT
105606*     COVERS THE COURSE, NEVER MORE THAN THE FEE IN ALL.  NO
105607*     AWARD FILE MEANS NO SPONSORS.
105608*----------------------------------------------------------
105609 7500-APPLY-SPONSOR.
105610     IF NOT WS-AWD-PRESENT
105611         GO TO 7500-EXIT
105612     END-IF
105613     MOVE WS-SPN-FEE TO WS-SPN-LEFT
105614     MOVE "N" TO WS-SPN-DONE-SW
105615     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
105616     MOVE WS-SPN-TERM      TO AW-TERM
105617     MOVE LOW-VALUES       TO AW-SPONSORID
105618     START SPONSOR-AWARD-FILE KEY >= AW-KEY
105619     IF NOT WS-AWD-OK
105620         GO TO 7500-EXIT
105621     END-IF
105622     PERFORM 7510-APPLY-ONE-AWARD
105623         THRU 7510-EXIT
105624         UNTIL WS-SPN-DONE.
105625 7500-EXIT.
105626     EXIT.
105627
105628*----------------------------------------------------------
105629* 7510-APPLY-ONE-AWARD - ONE AWARD: A PERCENTAGE OF THE FEE
105630*     (CAPPED BY THE AMOUNT WHEN ONE IS GIVEN) OR WHAT IS
105631*     LEFT OF A FIXED AMOUNT.  THE SHARE IS NOTED AGAINST THE
105632*     COURSE ON THE AWARD SO A WITHDRAWAL CAN GIVE IT BACK.
105633*----------------------------------------------------------
105634 7510-APPLY-ONE-AWARD.
105635     READ SPONSOR-AWARD-FILE NEXT RECORD
105636         AT END
105637             SET WS-SPN-DONE TO TRUE
105638             GO TO 7510-EXIT
105639     END-READ
105640     IF NOT WS-AWD-OK
105641         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
105642         OR AW-TERM NOT = WS-SPN-TERM
105643         OR WS-SPN-LEFT = ZERO
105644         SET WS-SPN-DONE TO TRUE
105645         GO TO 7510-EXIT
105646     END-IF
105647     IF AW-COURSE-LIST NOT = SPACES
105648         MOVE "N" TO WS-SPN-COVERED-SW
105649         PERFORM 7520-CHECK-COURSE
105650             THRU 7520-EXIT
105651             VARYING WS-SPN-IX FROM 1 BY 1
105652             UNTIL WS-SPN-IX > 6
105653         IF NOT WS-SPN-COVERED
105654             GO TO 7510-EXIT
105655         END-IF
105656     END-IF
105657     IF AW-BASIS-PERCENT
105658         COMPUTE WS-SPN-SHARE ROUNDED =
105659             WS-SPN-FEE * AW-PERCENT / 100
105660         IF AW-AMOUNT > ZERO
105661             AND WS-SPN-SHARE > AW-AMOUNT - AW-USED
105662             COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
105663         END-IF
105664     ELSE
105665         COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
105666     END-IF
105667     IF WS-SPN-SHARE > WS-SPN-LEFT
105668         MOVE WS-SPN-LEFT TO WS-SPN-SHARE
105669     END-IF
105670     IF WS-SPN-SHARE NOT > ZERO
105671         GO TO 7510-EXIT
105672     END-IF
105673     MOVE ZERO TO WS-SPN-SLOT
105674     PERFORM 7530-FIND-FREE-SLOT
105675         THRU 7530-EXIT
105676         VARYING WS-SPN-IX FROM 1 BY 1
105677         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
105678     IF WS-SPN-SLOT = ZERO
105679         DISPLAY "RESUBMIT - AIDE SATUREE, NON APPLIQUEE : "
105680             AW-KEY
105681         GO TO 7510-EXIT
105682     END-IF
105683     MOVE SPACES TO BILL-TRANS-REC
105684     MOVE WS-SPN-STUDENTID TO BT-STUDENTID
105685     MOVE WS-SPN-COURSE    TO BT-COURSECODE
105686     MOVE "T"              TO BT-TYPE
105687     MOVE WS-SPN-SHARE     TO BT-AMOUNT
105688     MOVE WS-SPN-DATE      TO BT-DATE
105689     MOVE AW-SPONSORID     TO BT-SPONSORID
105690     WRITE BILL-TRANS-REC
105691     IF NOT WS-BILL-OK
105692         DISPLAY "RESUBMIT - ECRITURE BILLTRAN IMPOSSIBLE "
105693             WS-BILL-STATUS
105694         GO TO 7510-EXIT
105695     END-IF
105696     PERFORM 7400-POST-BALANCE
105697         THRU 7400-EXIT
105698     MOVE WS-SPN-COURSE TO AW-CHG-COURSE (WS-SPN-SLOT)
105699     MOVE WS-SPN-SHARE  TO AW-CHG-SHARE (WS-SPN-SLOT)
105700     ADD WS-SPN-SHARE TO AW-USED
105701     REWRITE SPONSOR-AWARD-REC
105702     IF NOT WS-AWD-OK
105703         DISPLAY "RESUBMIT - MAJ SPAWARD IMPOSSIBLE "
105704             WS-AWD-STATUS
105705     END-IF
105706     SUBTRACT WS-SPN-SHARE FROM WS-SPN-LEFT.
105707 7510-EXIT.
105708     EXIT.
105709
105710*----------------------------------------------------------
105711* 7520-CHECK-COURSE - IS THE COURSE ON THE AWARD'S LIST
105712*----------------------------------------------------------
105713 7520-CHECK-COURSE.
105714     IF AW-COURSE (WS-SPN-IX) = WS-SPN-COURSE
105715         SET WS-SPN-COVERED TO TRUE
105716     END-IF.
105717 7520-EXIT.
105718     EXIT.
105719
105720*----------------------------------------------------------
105721* 7530-FIND-FREE-SLOT - FIRST UNUSED CHARGED-COURSE ENTRY
105722*----------------------------------------------------------
105723 7530-FIND-FREE-SLOT.
105724     IF AW-CHG-COURSE (WS-SPN-IX) = SPACES
105725         MOVE WS-SPN-IX TO WS-SPN-SLOT
105726     END-IF.
105727 7530-EXIT.
105728     EXIT.
105729
105800*----------------------------------------------------------
105900* 8000-TERMINATE - TRAILERS, CLOSE FILES
106000*----------------------------------------------------------
106300     MOVE WS-FILED-COUNT  TO TRL-FILED
106400     MOVE WS-WAITED-COUNT TO TRL-WAITED
106500     MOVE WS-FAILED-COUNT TO TRL-FAILED
106510     MOVE WS-OVERRIDE-COUNT TO TRL-OVERRIDE
106600     WRITE RESUB-RPT-REC FROM WS-TRAILER-1
106700     WRITE RESUB-RPT-REC FROM WS-TRAILER-2
106800     WRITE RESUB-RPT-REC FROM WS-TRAILER-3
106900     WRITE RESUB-RPT-REC FROM WS-TRAILER-4
106910     WRITE RESUB-RPT-REC FROM WS-TRAILER-5
107000     CLOSE REJECT-IN-FILE
107100     CLOSE STUDENT-MASTER
107200     CLOSE COURSE-MASTER
107900         CLOSE COURSE-HIST-FILE
108000     END-IF
108100     CLOSE WAITLIST-FILE
108110     CLOSE WAITCAP-FILE
108200     IF WS-HOLD-PRESENT
108300         CLOSE STUDENT-HOLD-FILE
108400     END-IF
108410     IF WS-AWD-PRESENT
108420         CLOSE SPONSOR-AWARD-FILE
108430     END-IF
108440     IF WS-APPT-PRESENT
108450         CLOSE REG-APPT-FILE
108460     END-IF
108470     IF WS-PROF-PRESENT
108480         CLOSE OPERATOR-PROFILE-FILE
108490     END-IF
108500     CLOSE ACCOUNT-BAL-FILE
108600     CLOSE STU-JOURNAL-FILE
108700     CLOSE REJECT-OUT-FILE
