010900*                  BEFORE THE REGISTRATION FILES; A MISSING
011000*                  PREREQUISITE REJECTS WITH REASON "P" SO
011100*                  THE RECORD FLOWS THROUGH RESUBMIT.
011110* 15/10/2026  AMN  SPONSOR AWARDS (SPAWARD) - WHEN A CHARGE IS
011120*                  WRITTEN, THE PART OF THE FEE A SPONSOR PAYS
011130*                  FOR THE TERM IS TAKEN OFF THE STUDENT BY A
011140*                  "T" BILLTRAN RECORD CARRYING THE SPONSOR ID,
011150*                  FOR THE SPONSOR INVOICE RUN (SPNINV).
011155* 15/10/2026  AMN  A STUDENTID RETIRED BY A DUPLICATE MERGE
011160*                  (STUXREF, WRITTEN BY STUMERGE) IS REPLACED BY
011165*                  THE SURVIVING STUDENTID BEFORE ANY EDIT, SO
011170*                  AN OLD NUMBER KEYED LATER FILES UNDER THE
011175*                  STUDENT'S CURRENT ONE.
011180* 15/10/2026  AMN  EACH REGREJ RECORD NOW CARRIES THE DATE OF THE
011185*                  REJECTION (RR-REJ-DATE), AND EVERY WAITLIST
011190*                  CAPTURE IS ALSO LOGGED TO THE CAPTURE LOG
011191*                  (WAITCAP, NEVER TRIMMED), FOR THE WEEKLY
011192*                  OPERATOR ACTIVITY REPORT (OPERWEEK).
011193* 15/10/2026  AMN  PRIORITY REGISTRATION APPOINTMENTS (REGAPPT,
011194*                  BUILT BY APPTGEN) - A REGISTRATION KEYED BEFORE
011195*                  THE STUDENT'S APPOINTMENT FOR THE SECTION'S
011196*                  TERM REJECTS WITH REASON "A", UNLESS IT CARRIES
011197*                  APPT-OVERRIDE "O" AND THE OPERATOR HAS
011198*                  MAINTENANCE AUTHORITY ON THE PROFILE FILE
011199*                  (OPERPROF).  NO APPOINTMENT FILE, OR NO RECORD
011200*                  FOR THE STUDENT, LEAVES REGISTRATION OPEN.
011250*----------------------------------------------------------
011300 ENVIRONMENT DIVISION.
011400 INPUT-OUTPUT SECTION.
011500 FILE-CONTROL.
013400     SELECT WAITLIST-FILE ASSIGN TO WAITLIST
013500         ORGANIZATION IS SEQUENTIAL
013600         FILE STATUS IS WS-WAIT-STATUS.
013610
013620     SELECT WAITCAP-FILE ASSIGN TO WAITCAP
013630         ORGANIZATION IS SEQUENTIAL
013640         FILE STATUS IS WS-WCAP-STATUS.
013700
013800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
013900         ORGANIZATION IS SEQUENTIAL
018000         ACCESS MODE IS DYNAMIC
018100         RECORD KEY IS AB-STUDENTID
018200         FILE STATUS IS WS-ABAL-STATUS.
018210
018220     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
018230         ORGANIZATION IS INDEXED
018240         ACCESS MODE IS DYNAMIC
018250         RECORD KEY IS AW-KEY
018260         FILE STATUS IS WS-AWD-STATUS.
018265
018270     SELECT STUDENT-XREF-FILE ASSIGN TO STUXREF
018275         ORGANIZATION IS INDEXED
018280         ACCESS MODE IS DYNAMIC
018285         RECORD KEY IS XR-OLD-ID
018290         FILE STATUS IS WS-XREF-STATUS.
018295
018300     SELECT REG-APPT-FILE ASSIGN TO REGAPPT
018305         ORGANIZATION IS INDEXED
018310         ACCESS MODE IS DYNAMIC
018315         RECORD KEY IS AP-KEY
018320         FILE STATUS IS WS-APPT-STATUS.
018325
018330     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
018335         ORGANIZATION IS INDEXED
018340         ACCESS MODE IS DYNAMIC
018345         RECORD KEY IS OF-OPERATOR-ID
018350         FILE STATUS IS WS-PROF-STATUS.
018355
018400 DATA DIVISION.
018500 FILE SECTION.
018600*----------------------------------------------------------
020900 FD  WAITLIST-FILE
021000     RECORDING MODE IS F.
021100 COPY WAITLST.
021110
021120*----------------------------------------------------------
021130* WAITCAP-FILE - EVERY WAITLIST CAPTURE, KEPT FOR THE
021140*     OPERATOR ACTIVITY REPORT (WAITLST LAYOUT)
021150*----------------------------------------------------------
021160 FD  WAITCAP-FILE
021170     RECORDING MODE IS F.
021180 01  WAITCAP-REC                     PIC X(80).
021200
021300*----------------------------------------------------------
021400* RUN-CONTROL-FILE - END-OF-JOB COUNTS FOR THE BALANCER
026200*----------------------------------------------------------
026300 FD  ACCOUNT-BAL-FILE.
026400 COPY ACCTBAL.
026410
026420*----------------------------------------------------------
026430* SPONSOR-AWARD-FILE - THE SPONSOR AWARDS THAT TAKE PART OF
026440*     THE FEES OFF THE STUDENT
026450*----------------------------------------------------------
026460 FD  SPONSOR-AWARD-FILE.
026470 COPY SPAWARD.
026472
026474*----------------------------------------------------------
026476* STUDENT-XREF-FILE - STUDENTIDS RETIRED BY A DUPLICATE MERGE
026478*----------------------------------------------------------
026480 FD  STUDENT-XREF-FILE.
026482 COPY STUXREF.
026483
026484*----------------------------------------------------------
026485* REG-APPT-FILE - EACH STUDENT'S REGISTRATION APPOINTMENT
026486*     FOR THE TERM
026487*----------------------------------------------------------
026488 FD  REG-APPT-FILE.
026489 COPY REGAPPT.
026490
026491*----------------------------------------------------------
026492* OPERATOR-PROFILE-FILE - AUTHORITY FOR AN APPOINTMENT
026493*     OVERRIDE
026494*----------------------------------------------------------
026495 FD  OPERATOR-PROFILE-FILE.
026496 COPY OPERPROF.
026500
026600*----------------------------------------------------------
026700* STU-JOURNAL-FILE - EVERY STUMAST WRITE, FOR FORWARD
030700
030800 01  WS-WAIT-STATUS                  PIC XX.
030900     88  WS-WAIT-OK                  VALUE "00".
030910
030920 01  WS-WCAP-STATUS                  PIC XX.
030930     88  WS-WCAP-OK                  VALUE "00".
031000
031100 01  WS-CTL-STATUS                   PIC XX.
031200     88  WS-CTL-OK                   VALUE "00".
034600
034700 01  WS-ABAL-NEW-SW                  PIC X(01) VALUE "N".
034800     88  WS-ABAL-NEW                 VALUE "Y".
034802
034804 01  WS-AWD-STATUS                   PIC XX.
034806     88  WS-AWD-OK                   VALUE "00", "02".
034808     88  WS-AWD-NOTOPEN              VALUE "35".
034810
034812 01  WS-AWD-PRESENT-SW               PIC X(01) VALUE "Y".
034814     88  WS-AWD-PRESENT              VALUE "Y".
034815
034816 01  WS-XREF-STATUS                  PIC XX.
034817     88  WS-XREF-OK                  VALUE "00", "02".
034818     88  WS-XREF-NOTOPEN             VALUE "35".
034819     88  WS-XREF-NOTFOUND            VALUE "23".
034820
034821 01  WS-XREF-PRESENT-SW              PIC X(01) VALUE "Y".
034822     88  WS-XREF-PRESENT             VALUE "Y".
034824
034826 01  WS-APPT-STATUS                  PIC XX.
034828     88  WS-APPT-OK                  VALUE "00".
034830     88  WS-APPT-NOTOPEN             VALUE "35".
034832     88  WS-APPT-NOTFOUND            VALUE "23".
034834
034836 01  WS-APPT-PRESENT-SW              PIC X(01) VALUE "Y".
034838     88  WS-APPT-PRESENT             VALUE "Y".
034840
034842 01  WS-PROF-STATUS                  PIC XX.
034844     88  WS-PROF-OK                  VALUE "00".
034846     88  WS-PROF-NOTOPEN             VALUE "35".
034848
034850* THE OPERATOR'S AUTHORITY - 9 WHEN NO PROFILE FILE EXISTS
034852* (OPEN SHOP), 0 WHEN THE OPERATOR HAS NO PROFILE
034854 01  WS-OPER-LEVEL                   PIC 9(1) VALUE ZERO.
034856
034858* HHMM OF THE REGISTRATION, AGAINST AP-APPT-TIME
034860 01  WS-REG-HHMM                     PIC 9(4).
034862
034864 01  WS-SPONSOR-FIELDS.
034866     05  WS-SPN-STUDENTID            PIC 9(7).
034868     05  WS-SPN-TERM                 PIC X(5).
034870     05  WS-SPN-COURSE               PIC X(4).
034872     05  WS-SPN-DATE                 PIC 9(8).
034874     05  WS-SPN-FEE                  PIC 9(05)V99.
034876     05  WS-SPN-LEFT                 PIC 9(05)V99.
034878     05  WS-SPN-SHARE                PIC S9(05)V99.
034880     05  WS-SPN-IX                   PIC 9(03) COMP.
034882     05  WS-SPN-SLOT                 PIC 9(03) COMP.
034884     05  WS-SPN-DONE-SW              PIC X(01).
034886         88  WS-SPN-DONE             VALUE "Y".
034888     05  WS-SPN-COVERED-SW           PIC X(01).
034890         88  WS-SPN-COVERED          VALUE "Y".
034900
035000 01  WS-JRN-STATUS                   PIC XX.
035100     88  WS-JRN-OK                   VALUE "00".
049800             WS-WAIT-STATUS
049900         GO TO 9999-ABEND
050000     END-IF
050010     OPEN EXTEND WAITCAP-FILE
050020     IF NOT WS-WCAP-OK
050030         OPEN OUTPUT WAITCAP-FILE
050040     END-IF
050050     IF NOT WS-WCAP-OK
050060         DISPLAY "ENTREE - OUVERTURE WAITCAP IMPOSSIBLE "
050070             WS-WCAP-STATUS
050080         GO TO 9999-ABEND
050090     END-IF
050100     OPEN I-O COURSE-SECTION-FILE
050200     IF NOT WS-SECT-OK
050300         DISPLAY "ENTREE - OUVERTURE CRSESECT IMPOSSIBLE "
056400             GO TO 9999-ABEND
056500         END-IF
056600     END-IF
056605     MOVE "Y" TO WS-AWD-PRESENT-SW
056610     OPEN I-O SPONSOR-AWARD-FILE
056615     IF WS-AWD-NOTOPEN
056620         MOVE "N" TO WS-AWD-PRESENT-SW
056625     ELSE
056630         IF NOT WS-AWD-OK
056635             DISPLAY "ENTREE - OUVERTURE SPAWARD IMPOSSIBLE "
056640                 WS-AWD-STATUS
056645             GO TO 9999-ABEND
056650         END-IF
056655     END-IF
056657     MOVE "Y" TO WS-XREF-PRESENT-SW
056659     OPEN INPUT STUDENT-XREF-FILE
056661     IF WS-XREF-NOTOPEN
056663         MOVE "N" TO WS-XREF-PRESENT-SW
056665     ELSE
056667         IF NOT WS-XREF-OK
056669             DISPLAY "ENTREE - OUVERTURE STUXREF IMPOSSIBLE "
056671                 WS-XREF-STATUS
056673             GO TO 9999-ABEND
056675         END-IF
056677     END-IF
056678     MOVE "Y" TO WS-APPT-PRESENT-SW
056679     OPEN INPUT REG-APPT-FILE
056680     IF WS-APPT-NOTOPEN
056681         MOVE "N" TO WS-APPT-PRESENT-SW
056682     ELSE
056683         IF NOT WS-APPT-OK
056684             DISPLAY "ENTREE - OUVERTURE REGAPPT IMPOSSIBLE "
056685                 WS-APPT-STATUS
056686             GO TO 9999-ABEND
056687         END-IF
056688     END-IF
056689     PERFORM 1200-GET-AUTHORITY
056690         THRU 1200-EXIT
056700     OPEN I-O ACCOUNT-BAL-FILE
056800     IF WS-ABAL-NOTOPEN
056900         OPEN OUTPUT ACCOUNT-BAL-FILE
057700     END-IF.
057800 1000-EXIT.
057900     EXIT.
057902
057904*----------------------------------------------------------
057906* 1200-GET-AUTHORITY - THE OPERATOR'S AUTHORITY LEVEL FROM
057908*     THE PROFILE FILE, FOR THE APPOINTMENT OVERRIDE.  NO
057910*     PROFILE FILE MEANS AN OPEN SHOP (LEVEL 9); AN OPERATOR
057912*     WITHOUT A PROFILE GETS LEVEL 0 AND CANNOT OVERRIDE.
057914*----------------------------------------------------------
057916 1200-GET-AUTHORITY.
057918     OPEN INPUT OPERATOR-PROFILE-FILE
057920     IF WS-PROF-NOTOPEN
057922         MOVE 9 TO WS-OPER-LEVEL
057924         GO TO 1200-EXIT
057926     END-IF
057928     IF NOT WS-PROF-OK
057930         DISPLAY "ENTREE - OUVERTURE OPERPROF IMPOSSIBLE "
057932             WS-PROF-STATUS
057934         GO TO 9999-ABEND
057936     END-IF
057938     MOVE WS-OPERATOR-ID TO OF-OPERATOR-ID
057940     READ OPERATOR-PROFILE-FILE
057942     IF WS-PROF-OK AND OF-ACTIVE
057944         MOVE OF-AUTH-LEVEL TO WS-OPER-LEVEL
057946     ELSE
057948         MOVE ZERO TO WS-OPER-LEVEL
057950     END-IF
057952     CLOSE OPERATOR-PROFILE-FILE.
057954 1200-EXIT.
057956     EXIT.
058000
058100*----------------------------------------------------------
058200* 2000-ACCEPT-STUDENT - ACCEPT ONE REGISTRATION AND FILE IT
059600     DISPLAY "DATE DU JOUR " YEARDAY " OF THE YEAR"
059700     DISPLAY "L HEURE: " CURRENTHOUR ":" CURRENTMINUTE
059800     MOVE "Y" TO WS-REG-VALID-SW
059810     PERFORM 2050-REDIRECT-RETIRED
059820         THRU 2050-EXIT.
059900* GENDER IS EDITED FIRST SO A FULL-COURSE REGISTRATION IS
060000* ONLY CAPTURED TO THE WAITLIST WHEN IT IS OTHERWISE VALID
060100     PERFORM 2200-VALIDATE-GENDER
060200         THRU 2200-EXIT.
060300     PERFORM 2060-CHECK-HOLD
060400         THRU 2060-EXIT.
060410     PERFORM 2070-CHECK-APPOINTMENT
060420         THRU 2070-EXIT.
060500     PERFORM 2100-VALIDATE-COURSE
060600         THRU 2100-EXIT.
060700     IF WS-COURSE-FOUND
062300 2000-EXIT.
062400     EXIT.
062500
062502*----------------------------------------------------------
062504* 2050-REDIRECT-RETIRED - A STUDENTID RETIRED BY A DUPLICATE
062506*     MERGE IS REPLACED BY THE SURVIVING STUDENTID, SO EVERY
062508*     EDIT AND THE REGISTRATION ITSELF USE THE CURRENT NUMBER
062510*----------------------------------------------------------
062512 2050-REDIRECT-RETIRED.
062514     IF NOT WS-XREF-PRESENT
062516         GO TO 2050-EXIT
062518     END-IF
062520     MOVE STUDENTID TO XR-OLD-ID
062522     READ STUDENT-XREF-FILE
062524     IF WS-XREF-NOTFOUND
062526         GO TO 2050-EXIT
062528     END-IF
062530     IF NOT WS-XREF-OK
062532         DISPLAY "ENTREE - LECTURE STUXREF IMPOSSIBLE "
062534             WS-XREF-STATUS
062536         GO TO 2050-EXIT
062538     END-IF
062540     DISPLAY "ENTREE - NUMERO RETIRE " STUDENTID
062542         " REMPLACE PAR " XR-NEW-ID
062544     MOVE XR-NEW-ID TO STUDENTID.
062546 2050-EXIT.
062548     EXIT.
062550
062600*----------------------------------------------------------
062700* 2060-CHECK-HOLD - A STUDENT UNDER FINANCIAL HOLD (SET BY
062800*     THE DUNNING RUN) CANNOT REGISTER; THE REJECT CARRIES
065200     MOVE "N" TO WS-REG-VALID-SW.
065300 2060-EXIT.
065400     EXIT.
065401
065402*----------------------------------------------------------
065403* 2070-CHECK-APPOINTMENT - A REGISTRATION KEYED BEFORE THE
065404*     STUDENT'S APPOINTMENT FOR THE SECTION'S TERM REJECTS
065405*     WITH REASON "A", UNLESS THE OPERATOR HAS MAINTENANCE
065406*     AUTHORITY AND KEYED THE OVERRIDE.  AN UNKNOWN SECTION
065407*     IS LEFT TO THE SECTION EDIT.
065408*----------------------------------------------------------
065409 2070-CHECK-APPOINTMENT.
065410     IF NOT WS-APPT-PRESENT
065411         GO TO 2070-EXIT
065412     END-IF
065413     MOVE COURSECODE TO CS-COURSECODE
065414     MOVE SECTION-CODE TO CS-SECTION
065415     READ COURSE-SECTION-FILE
065416         INVALID KEY
065417             GO TO 2070-EXIT
065418     END-READ
065419     MOVE STUDENTID TO AP-STUDENTID
065420     MOVE CS-TERM TO AP-TERM
065421     READ REG-APPT-FILE
065422     IF WS-APPT-NOTFOUND
065423         GO TO 2070-EXIT
065424     END-IF
065425     IF NOT WS-APPT-OK
065426         DISPLAY "ENTREE - LECTURE REGAPPT IMPOSSIBLE "
065427             WS-APPT-STATUS
065428         GO TO 2070-EXIT
065429     END-IF
065430     COMPUTE WS-REG-HHMM = CURRENTHOUR * 100 + CURRENTMINUTE
065431     IF CURRENTDATE > AP-APPT-DATE
065432         GO TO 2070-EXIT
065433     END-IF
065434     IF CURRENTDATE = AP-APPT-DATE
065435         AND WS-REG-HHMM NOT < AP-APPT-TIME
065436         GO TO 2070-EXIT
065437     END-IF
065438     IF APPT-OVERRIDE-REQ AND WS-OPER-LEVEL NOT < 3
065439         DISPLAY "ENTREE - RENDEZ-VOUS DEVANCE PAR "
065440             WS-OPERATOR-ID " : " STUDENTID
065441         GO TO 2070-EXIT
065442     END-IF
065443     DISPLAY "ENTREE - AVANT LE RENDEZ-VOUS DU "
065444         AP-APPT-DATE " " AP-APPT-TIME " : " STUDENTID
065445     IF APPT-OVERRIDE-REQ
065446         DISPLAY "ENTREE - OPERATEUR NON AUTORISE A DEVANCER "
065447             "LE RENDEZ-VOUS : " WS-OPERATOR-ID
065448     END-IF
065449     IF WS-REG-VALID
065450         MOVE "A" TO WS-REJ-REASON
065451         PERFORM 2950-WRITE-REG-REJECT
065452             THRU 2950-EXIT
065453     END-IF
065454     MOVE "N" TO WS-REG-VALID-SW.
065455 2070-EXIT.
065456     EXIT.
065500
065600*----------------------------------------------------------
065700* 2100-VALIDATE-COURSE - COURSECODE MUST BE ON COURSE-MASTER
101000     WRITE WAITLIST-REC
101100     IF WS-WAIT-OK
101200         DISPLAY "ENTREE - INSCRIPTION MISE EN LISTE D ATTENTE"
101210         WRITE WAITCAP-REC FROM WAITLIST-REC
101220         IF NOT WS-WCAP-OK
101230             DISPLAY "ENTREE - ECRITURE WAITCAP IMPOSSIBLE "
101240                 WS-WCAP-STATUS
101250         END-IF
101300     ELSE
101400         DISPLAY "ENTREE - ECRITURE WAITLIST IMPOSSIBLE "
101500             WS-WAIT-STATUS
109800     MOVE GENDER         TO RR-GENDER
109900     MOVE WS-REJ-REASON  TO RR-REASON
110000     MOVE WS-OPERATOR-ID TO RR-OPERATOR-ID
110010     MOVE CURRENTDATE    TO RR-REJ-DATE
110100     WRITE REG-REJECT-REC
110200     IF NOT WS-REJ-OK
110300         DISPLAY "ENTREE - ECRITURE REGREJ IMPOSSIBLE "
112400     ELSE
112500         PERFORM 7400-POST-BALANCE
112600             THRU 7400-EXIT
112610         MOVE STUDENTID     TO WS-SPN-STUDENTID
112620         MOVE COURSECODE    TO WS-SPN-COURSE
112630         MOVE CM-FEE-AMOUNT TO WS-SPN-FEE
112640         MOVE CS-TERM       TO WS-SPN-TERM
112650         MOVE CURRENTDATE   TO WS-SPN-DATE
112660         PERFORM 7500-APPLY-SPONSOR
112670             THRU 7500-EXIT
112700     END-IF.
112800 2960-EXIT.
112900     EXIT.
117300     EVALUATE BT-TYPE
117400         WHEN "C"
117500         WHEN "S"
117510         WHEN "U"
117600             ADD BT-AMOUNT TO AB-CHARGES
117700             ADD BT-AMOUNT TO AB-BALANCE
117800         WHEN "R"
117810         WHEN "T"
117900             SUBTRACT BT-AMOUNT FROM AB-CHARGES
118000             SUBTRACT BT-AMOUNT FROM AB-BALANCE
118100         WHEN "P"
119700     END-IF.
119800 7400-EXIT.
119900     EXIT.
119901
119902*----------------------------------------------------------
119903* 7500-APPLY-SPONSOR - TAKE THE PART OF THE FEE JUST CHARGED
119904*     THAT A SPONSOR PAYS OFF THE STUDENT - ONE "T" RECORD
119905*     FOR EACH OF THE STUDENT'S AWARDS FOR THE TERM THAT
119906*     COVERS THE COURSE, NEVER MORE THAN THE FEE IN ALL.  NO
119907*     AWARD FILE MEANS NO SPONSORS.
119908*----------------------------------------------------------
119909 7500-APPLY-SPONSOR.
119910     IF NOT WS-AWD-PRESENT
119911         GO TO 7500-EXIT
119912     END-IF
119913     MOVE WS-SPN-FEE TO WS-SPN-LEFT
119914     MOVE "N" TO WS-SPN-DONE-SW
119915     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
119916     MOVE WS-SPN-TERM      TO AW-TERM
119917     MOVE LOW-VALUES       TO AW-SPONSORID
119918     START SPONSOR-AWARD-FILE KEY >= AW-KEY
119919     IF NOT WS-AWD-OK
119920         GO TO 7500-EXIT
119921     END-IF
119922     PERFORM 7510-APPLY-ONE-AWARD
119923         THRU 7510-EXIT
119924         UNTIL WS-SPN-DONE.
119925 7500-EXIT.
119926     EXIT.
119927
119928*----------------------------------------------------------
119929* 7510-APPLY-ONE-AWARD - ONE AWARD: A PERCENTAGE OF THE FEE
119930*     (CAPPED BY THE AMOUNT WHEN ONE IS GIVEN) OR WHAT IS
119931*     LEFT OF A FIXED AMOUNT.  THE SHARE IS NOTED AGAINST THE
119932*     COURSE ON THE AWARD SO A WITHDRAWAL CAN GIVE IT BACK.
119933*----------------------------------------------------------
119934 7510-APPLY-ONE-AWARD.
119935     READ SPONSOR-AWARD-FILE NEXT RECORD
119936         AT END
119937             SET WS-SPN-DONE TO TRUE
119938             GO TO 7510-EXIT
119939     END-READ
119940     IF NOT WS-AWD-OK
119941         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
119942         OR AW-TERM NOT = WS-SPN-TERM
119943         OR WS-SPN-LEFT = ZERO
119944         SET WS-SPN-DONE TO TRUE
119945         GO TO 7510-EXIT
119946     END-IF
119947     IF AW-COURSE-LIST NOT = SPACES
119948         MOVE "N" TO WS-SPN-COVERED-SW
119949         PERFORM 7520-CHECK-COURSE
119950             THRU 7520-EXIT
119951             VARYING WS-SPN-IX FROM 1 BY 1
119952             UNTIL WS-SPN-IX > 6
119953         IF NOT WS-SPN-COVERED
119954             GO TO 7510-EXIT
119955         END-IF
119956     END-IF
119957     IF AW-BASIS-PERCENT
119958         COMPUTE WS-SPN-SHARE ROUNDED =
119959             WS-SPN-FEE * AW-PERCENT / 100
119960         IF AW-AMOUNT > ZERO
119961             AND WS-SPN-SHARE > AW-AMOUNT - AW-USED
119962             COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
119963         END-IF
119964     ELSE
119965         COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
119966     END-IF
119967     IF WS-SPN-SHARE > WS-SPN-LEFT
119968         MOVE WS-SPN-LEFT TO WS-SPN-SHARE
119969     END-IF
119970     IF WS-SPN-SHARE NOT > ZERO
119971         GO TO 7510-EXIT
119972     END-IF
119973     MOVE ZERO TO WS-SPN-SLOT
119974     PERFORM 7530-FIND-FREE-SLOT
119975         THRU 7530-EXIT
119976         VARYING WS-SPN-IX FROM 1 BY 1
119977         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
119978     IF WS-SPN-SLOT = ZERO
119979         DISPLAY "ENTREE - AIDE SATUREE, NON APPLIQUEE : "
119980             AW-KEY
119981         GO TO 7510-EXIT
119982     END-IF
119983     MOVE SPACES TO BILL-TRANS-REC
119984     MOVE WS-SPN-STUDENTID TO BT-STUDENTID
119985     MOVE WS-SPN-COURSE    TO BT-COURSECODE
119986     MOVE "T"              TO BT-TYPE
119987     MOVE WS-SPN-SHARE     TO BT-AMOUNT
119988     MOVE WS-SPN-DATE      TO BT-DATE
119989     MOVE AW-SPONSORID     TO BT-SPONSORID
119990     WRITE BILL-TRANS-REC
119991     IF NOT WS-BILL-OK
119992         DISPLAY "ENTREE - ECRITURE BILLTRAN IMPOSSIBLE "
119993             WS-BILL-STATUS
119994         GO TO 7510-EXIT
119995     END-IF
119996     PERFORM 7400-POST-BALANCE
119997         THRU 7400-EXIT
119998     MOVE WS-SPN-COURSE TO AW-CHG-COURSE (WS-SPN-SLOT)
119999     MOVE WS-SPN-SHARE  TO AW-CHG-SHARE (WS-SPN-SLOT)
120000     ADD WS-SPN-SHARE TO AW-USED
120001     REWRITE SPONSOR-AWARD-REC
120002     IF NOT WS-AWD-OK
120003         DISPLAY "ENTREE - MAJ SPAWARD IMPOSSIBLE "
120004             WS-AWD-STATUS
120005     END-IF
120006     SUBTRACT WS-SPN-SHARE FROM WS-SPN-LEFT.
120007 7510-EXIT.
120008     EXIT.
120009
120010*----------------------------------------------------------
120011* 7520-CHECK-COURSE - IS THE COURSE ON THE AWARD'S LIST
120012*----------------------------------------------------------
120013 7520-CHECK-COURSE.
120014     IF AW-COURSE (WS-SPN-IX) = WS-SPN-COURSE
120015         SET WS-SPN-COVERED TO TRUE
120016     END-IF.
120017 7520-EXIT.
120018     EXIT.
120019
120020*----------------------------------------------------------
120021* 7530-FIND-FREE-SLOT - FIRST UNUSED CHARGED-COURSE ENTRY
120022*----------------------------------------------------------
120023 7530-FIND-FREE-SLOT.
120024     IF AW-CHG-COURSE (WS-SPN-IX) = SPACES
120025         MOVE WS-SPN-IX TO WS-SPN-SLOT
120026     END-IF.
120027 7530-EXIT.
120028     EXIT.
120029
120100*----------------------------------------------------------
120200* 8000-TERMINATE - CLOSE STUDENT-MASTER
120300*----------------------------------------------------------
120600     CLOSE COURSE-MASTER
120700     CLOSE EXCEPT-FILE
120800     CLOSE WAITLIST-FILE
120810     CLOSE WAITCAP-FILE
120900     CLOSE REG-REJECT-FILE
121000     CLOSE COURSE-SECTION-FILE
121100     CLOSE BILL-TRANS-FILE
121900     IF WS-HOLD-PRESENT
122000         CLOSE STUDENT-HOLD-FILE
122100     END-IF
122110     IF WS-AWD-PRESENT
122120         CLOSE SPONSOR-AWARD-FILE
122130     END-IF
122140     IF WS-XREF-PRESENT
122150         CLOSE STUDENT-XREF-FILE
122160     END-IF
122170     IF WS-APPT-PRESENT
122180         CLOSE REG-APPT-FILE
122190     END-IF
122200     CLOSE ACCOUNT-BAL-FILE
122300     PERFORM 8500-WRITE-RUN-CONTROL
122400         THRU 8500-EXIT.
