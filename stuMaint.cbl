005200*                  THE UPDATE LOG (STUJRNL) SO A BROKEN KSDS
005300*                  CAN BE REBUILT FORWARD BY STURECOV FROM
005400*                  THE LAST SNAPSHOT PLUS THE JOURNAL.
005410* 15/10/2026  AMN  SPONSOR AWARDS (SPAWARD) - AN ADD TAKES THE
005420*                  SPONSORED PART OF THE FEE OFF THE STUDENT BY A
005430*                  "T" BILLTRAN RECORD, AS IN ENTREE; A DELETE
005440*                  GIVES THE WHOLE SPONSORED SHARE BACK TO THE
005450*                  STUDENT'S ACCOUNT BY A "U" RECORD, AS THE
005460*                  REVERSAL IS THE FULL FEE, LOOKING ONLY AT THE
005465*                  AWARDS FOR THE SECTION'S TERM (THE SECTION IS
005470*                  READ BEFORE THE COURSE FOR IT).
005500*----------------------------------------------------------
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS AB-STUDENTID
010500         FILE STATUS IS WS-ABAL-STATUS.
010510
010520     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
010530         ORGANIZATION IS INDEXED
010540         ACCESS MODE IS DYNAMIC
010550         RECORD KEY IS AW-KEY
010560         FILE STATUS IS WS-AWD-STATUS.
010600
010700     SELECT MAINT-LST-FILE ASSIGN TO STUMLST
010800         ORGANIZATION IS SEQUENTIAL
018000*----------------------------------------------------------
018100 FD  ACCOUNT-BAL-FILE.
018200 COPY ACCTBAL.
018210
018220*----------------------------------------------------------
018230* SPONSOR-AWARD-FILE - THE SPONSOR AWARDS THAT TAKE PART OF
018240*     THE FEES OFF THE STUDENT
018250*----------------------------------------------------------
018260 FD  SPONSOR-AWARD-FILE.
018270 COPY SPAWARD.
018300
018400*----------------------------------------------------------
018500* MAINT-LST-FILE - BEFORE/AFTER MAINTENANCE LISTING
023300
023400 01  WS-ABAL-NEW-SW                  PIC X(01) VALUE "N".
023500     88  WS-ABAL-NEW                 VALUE "Y".
023502
023504 01  WS-AWD-STATUS                   PIC XX.
023506     88  WS-AWD-OK                   VALUE "00", "02".
023508     88  WS-AWD-NOTOPEN              VALUE "35".
023510
023512 01  WS-AWD-PRESENT-SW               PIC X(01) VALUE "Y".
023514     88  WS-AWD-PRESENT              VALUE "Y".
023516
023518 01  WS-SPONSOR-FIELDS.
023520     05  WS-SPN-STUDENTID            PIC 9(7).
023522     05  WS-SPN-TERM                 PIC X(5).
023524     05  WS-SPN-COURSE               PIC X(4).
023526     05  WS-SPN-DATE                 PIC 9(8).
023528     05  WS-SPN-FEE                  PIC 9(05)V99.
023530     05  WS-SPN-LEFT                 PIC 9(05)V99.
023532     05  WS-SPN-SHARE                PIC S9(05)V99.
023534     05  WS-SPN-IX                   PIC 9(03) COMP.
023536     05  WS-SPN-SLOT                 PIC 9(03) COMP.
023538     05  WS-SPN-DONE-SW              PIC X(01).
023540         88  WS-SPN-DONE             VALUE "Y".
023542     05  WS-SPN-COVERED-SW           PIC X(01).
023544         88  WS-SPN-COVERED          VALUE "Y".
023546     05  WS-SPN-PCT                  PIC 9(3).
023548     05  WS-SPN-RETURNED             PIC 9(05)V99.
023600
023700 01  WS-PROF-STATUS                  PIC XX.
023800     88  WS-PROF-OK                  VALUE "00".
041600             WS-JRN-STATUS
041700         GO TO 9999-ABEND
041800     END-IF
041805     MOVE "Y" TO WS-AWD-PRESENT-SW
041810     OPEN I-O SPONSOR-AWARD-FILE
041815     IF WS-AWD-NOTOPEN
041820         MOVE "N" TO WS-AWD-PRESENT-SW
041825     ELSE
041830         IF NOT WS-AWD-OK
041835             DISPLAY "STUMAINT - OUVERTURE SPAWARD IMPOSSIBLE "
041840                 WS-AWD-STATUS
041845             GO TO 9999-ABEND
041850         END-IF
041855     END-IF
041900     OPEN I-O ACCOUNT-BAL-FILE
042000     IF WS-ABAL-NOTOPEN
042100         OPEN OUTPUT ACCOUNT-BAL-FILE
071700
071800*----------------------------------------------------------
071900* 4600-RELEASE-SEAT - GIVE A DELETED REGISTRATION'S SEAT BACK
071910*     AND REVERSE ITS FEE
072000*----------------------------------------------------------
072100 4600-RELEASE-SEAT.
072110* THE SECTION IS READ FIRST - ITS TERM PICKS THE SPONSOR
072120* AWARDS THE REVERSAL GIVES BACK
072130     MOVE SPACES TO WS-SPN-TERM
072140     MOVE SM-COURSECODE TO CS-COURSECODE
072150     MOVE SM-SECTION    TO CS-SECTION
072160     READ COURSE-SECTION-FILE
072170         INVALID KEY
072180             DISPLAY "STUMAINT - SECTION INCONNUE : "
072190                 SM-COURSECODE " " SM-SECTION
072200         NOT INVALID KEY
072210             MOVE CS-TERM TO WS-SPN-TERM
072220             IF CS-CURRENT-COUNT > ZERO
072230                 SUBTRACT 1 FROM CS-CURRENT-COUNT
072240             END-IF
072250             REWRITE COURSE-SECTION-REC
072260             IF NOT WS-SECT-OK
072270                 DISPLAY "STUMAINT - MAJ CRSESECT IMPOSSIBLE "
072280                     WS-SECT-STATUS
072290             END-IF
072300     END-READ
072310     MOVE SM-COURSECODE TO CM-COURSECODE
072320     READ COURSE-MASTER
072330         INVALID KEY
072340             DISPLAY "STUMAINT - COURS INCONNU : " SM-COURSECODE
072350         NOT INVALID KEY
072360             IF CM-CURRENT-COUNT > ZERO
072370                 SUBTRACT 1 FROM CM-CURRENT-COUNT
072380             END-IF
072390             REWRITE COURSE-MASTER-REC
072400             IF NOT WS-CRSE-OK
072410                 DISPLAY "STUMAINT - MAJ CRSEMAST IMPOSSIBLE "
072420                     WS-CRSE-STATUS
072430             END-IF
072440             PERFORM 4700-WRITE-REVERSAL
072450                 THRU 4700-EXIT
072460     END-READ.
075400 4600-EXIT.
075500     EXIT.
075600
077200     ELSE
077300         PERFORM 7400-POST-BALANCE
077400             THRU 7400-EXIT
077410         MOVE MT-STUDENTID  TO WS-SPN-STUDENTID
077420         MOVE MT-COURSECODE TO WS-SPN-COURSE
077430         MOVE CURRENTDATE   TO WS-SPN-DATE
077440         MOVE 100           TO WS-SPN-PCT
077450         PERFORM 7600-RETURN-SPONSOR-SHARE
077460             THRU 7600-EXIT
077500     END-IF.
077600 4700-EXIT.
077700     EXIT.
079400     ELSE
079500         PERFORM 7400-POST-BALANCE
079600             THRU 7400-EXIT
079610         MOVE MT-STUDENTID  TO WS-SPN-STUDENTID
079620         MOVE MT-COURSECODE TO WS-SPN-COURSE
079630         MOVE CM-FEE-AMOUNT TO WS-SPN-FEE
079640         MOVE CS-TERM       TO WS-SPN-TERM
079650         MOVE CURRENTDATE   TO WS-SPN-DATE
079660         PERFORM 7500-APPLY-SPONSOR
079670             THRU 7500-EXIT
079700     END-IF.
079800 4800-EXIT.
079900     EXIT.
090900     EVALUATE BT-TYPE
091000         WHEN "C"
091100         WHEN "S"
091110         WHEN "U"
091200             ADD BT-AMOUNT TO AB-CHARGES
091300             ADD BT-AMOUNT TO AB-BALANCE
091400         WHEN "R"
091410         WHEN "T"
091500             SUBTRACT BT-AMOUNT FROM AB-CHARGES
091600             SUBTRACT BT-AMOUNT FROM AB-BALANCE
091700         WHEN "P"
093300     END-IF.
093400 7400-EXIT.
093500     EXIT.
093501
093502*----------------------------------------------------------
093503* 7500-APPLY-SPONSOR - TAKE THE PART OF THE FEE JUST CHARGED
093504*     THAT A SPONSOR PAYS OFF THE STUDENT - ONE "T" RECORD
093505*     FOR EACH OF THE STUDENT'S AWARDS FOR THE TERM THAT
093506*     COVERS THE COURSE, NEVER MORE THAN THE FEE IN ALL.  NO
093507*     AWARD FILE MEANS NO SPONSORS.
093508*----------------------------------------------------------
093509 7500-APPLY-SPONSOR.
093510     IF NOT WS-AWD-PRESENT
093511         GO TO 7500-EXIT
093512     END-IF
093513     MOVE WS-SPN-FEE TO WS-SPN-LEFT
093514     MOVE "N" TO WS-SPN-DONE-SW
093515     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
093516     MOVE WS-SPN-TERM      TO AW-TERM
093517     MOVE LOW-VALUES       TO AW-SPONSORID
093518     START SPONSOR-AWARD-FILE KEY >= AW-KEY
093519     IF NOT WS-AWD-OK
093520         GO TO 7500-EXIT
093521     END-IF
093522     PERFORM 7510-APPLY-ONE-AWARD
093523         THRU 7510-EXIT
093524         UNTIL WS-SPN-DONE.
093525 7500-EXIT.
093526     EXIT.
093527
093528*----------------------------------------------------------
093529* 7510-APPLY-ONE-AWARD - ONE AWARD: A PERCENTAGE OF THE FEE
093530*     (CAPPED BY THE AMOUNT WHEN ONE IS GIVEN) OR WHAT IS
093531*     LEFT OF A FIXED AMOUNT.  THE SHARE IS NOTED AGAINST THE
093532*     COURSE ON THE AWARD SO A WITHDRAWAL CAN GIVE IT BACK.
093533*----------------------------------------------------------
093534 7510-APPLY-ONE-AWARD.
093535     READ SPONSOR-AWARD-FILE NEXT RECORD
093536         AT END
093537             SET WS-SPN-DONE TO TRUE
093538             GO TO 7510-EXIT
093539     END-READ
093540     IF NOT WS-AWD-OK
093541         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
093542         OR AW-TERM NOT = WS-SPN-TERM
093543         OR WS-SPN-LEFT = ZERO
093544         SET WS-SPN-DONE TO TRUE
093545         GO TO 7510-EXIT
093546     END-IF
093547     IF AW-COURSE-LIST NOT = SPACES
093548         MOVE "N" TO WS-SPN-COVERED-SW
093549         PERFORM 7520-CHECK-COURSE
093550             THRU 7520-EXIT
093551             VARYING WS-SPN-IX FROM 1 BY 1
093552             UNTIL WS-SPN-IX > 6
093553         IF NOT WS-SPN-COVERED
093554             GO TO 7510-EXIT
093555         END-IF
093556     END-IF
093557     IF AW-BASIS-PERCENT
093558         COMPUTE WS-SPN-SHARE ROUNDED =
093559             WS-SPN-FEE * AW-PERCENT / 100
093560         IF AW-AMOUNT > ZERO
093561             AND WS-SPN-SHARE > AW-AMOUNT - AW-USED
093562             COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
093563         END-IF
093564     ELSE
093565         COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
093566     END-IF
093567     IF WS-SPN-SHARE > WS-SPN-LEFT
093568         MOVE WS-SPN-LEFT TO WS-SPN-SHARE
093569     END-IF
093570     IF WS-SPN-SHARE NOT > ZERO
093571         GO TO 7510-EXIT
093572     END-IF
093573     MOVE ZERO TO WS-SPN-SLOT
093574     PERFORM 7530-FIND-FREE-SLOT
093575         THRU 7530-EXIT
093576         VARYING WS-SPN-IX FROM 1 BY 1
093577         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
093578     IF WS-SPN-SLOT = ZERO
093579         DISPLAY "STUMAINT - AIDE SATUREE, NON APPLIQUEE : "
093580             AW-KEY
093581         GO TO 7510-EXIT
093582     END-IF
093583     MOVE SPACES TO BILL-TRANS-REC
093584     MOVE WS-SPN-STUDENTID TO BT-STUDENTID
093585     MOVE WS-SPN-COURSE    TO BT-COURSECODE
093586     MOVE "T"              TO BT-TYPE
093587     MOVE WS-SPN-SHARE     TO BT-AMOUNT
093588     MOVE WS-SPN-DATE      TO BT-DATE
093589     MOVE AW-SPONSORID     TO BT-SPONSORID
093590     WRITE BILL-TRANS-REC
093591     IF NOT WS-BILL-OK
093592         DISPLAY "STUMAINT - ECRITURE BILLTRAN IMPOSSIBLE "
093593             WS-BILL-STATUS
093594         GO TO 7510-EXIT
093595     END-IF
093596     PERFORM 7400-POST-BALANCE
093597         THRU 7400-EXIT
093598     MOVE WS-SPN-COURSE TO AW-CHG-COURSE (WS-SPN-SLOT)
093599     MOVE WS-SPN-SHARE  TO AW-CHG-SHARE (WS-SPN-SLOT)
093600     ADD WS-SPN-SHARE TO AW-USED
093601     REWRITE SPONSOR-AWARD-REC
093602     IF NOT WS-AWD-OK
093603         DISPLAY "STUMAINT - MAJ SPAWARD IMPOSSIBLE "
093604             WS-AWD-STATUS
093605     END-IF
093606     SUBTRACT WS-SPN-SHARE FROM WS-SPN-LEFT.
093607 7510-EXIT.
093608     EXIT.
093609
093610*----------------------------------------------------------
093611* 7520-CHECK-COURSE - IS THE COURSE ON THE AWARD'S LIST
093612*----------------------------------------------------------
093613 7520-CHECK-COURSE.
093614     IF AW-COURSE (WS-SPN-IX) = WS-SPN-COURSE
093615         SET WS-SPN-COVERED TO TRUE
093616     END-IF.
093617 7520-EXIT.
093618     EXIT.
093619
093620*----------------------------------------------------------
093621* 7530-FIND-FREE-SLOT - FIRST UNUSED CHARGED-COURSE ENTRY
093622*----------------------------------------------------------
093623 7530-FIND-FREE-SLOT.
093624     IF AW-CHG-COURSE (WS-SPN-IX) = SPACES
093625         MOVE WS-SPN-IX TO WS-SPN-SLOT
093626     END-IF.
093627 7530-EXIT.
093628     EXIT.
093629
093630*----------------------------------------------------------
093631* 7600-RETURN-SPONSOR-SHARE - THE COURSE IS WITHDRAWN: GIVE
093632*     BACK TO EACH SPONSOR WHO TOOK PART OF ITS FEE THE SAME
093633*     PERCENTAGE OF THAT SHARE AS THE REVERSAL GAVE BACK -
093634*     ONE "U" RECORD PER AWARD - AND FREE THE COURSE ENTRY.
093635*     WS-SPN-RETURNED COMES BACK WITH THE TOTAL GIVEN BACK.
093636*----------------------------------------------------------
093637 7600-RETURN-SPONSOR-SHARE.
093638     MOVE ZERO TO WS-SPN-RETURNED
093639     IF NOT WS-AWD-PRESENT
093640         OR WS-SPN-TERM = SPACES
093641         GO TO 7600-EXIT
093642     END-IF
093643     MOVE "N" TO WS-SPN-DONE-SW
093644     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
093645     MOVE WS-SPN-TERM      TO AW-TERM
093646     MOVE LOW-VALUES       TO AW-SPONSORID
093647     START SPONSOR-AWARD-FILE KEY >= AW-KEY
093648     IF NOT WS-AWD-OK
093649         GO TO 7600-EXIT
093650     END-IF
093651     PERFORM 7610-RETURN-ONE-AWARD
093652         THRU 7610-EXIT
093653         UNTIL WS-SPN-DONE.
093654 7600-EXIT.
093655     EXIT.
093656
093657*----------------------------------------------------------
093658* 7610-RETURN-ONE-AWARD - ONE OF THE STUDENT'S AWARDS FOR THE
093659*     TERM OF THE WITHDRAWN SECTION
093660*----------------------------------------------------------
093661 7610-RETURN-ONE-AWARD.
093662     READ SPONSOR-AWARD-FILE NEXT RECORD
093663         AT END
093664             SET WS-SPN-DONE TO TRUE
093665             GO TO 7610-EXIT
093666     END-READ
093667     IF NOT WS-AWD-OK
093668         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
093669         OR AW-TERM NOT = WS-SPN-TERM
093670         SET WS-SPN-DONE TO TRUE
093671         GO TO 7610-EXIT
093672     END-IF
093673     MOVE ZERO TO WS-SPN-SLOT
093674     PERFORM 7620-FIND-COURSE-SLOT
093675         THRU 7620-EXIT
093676         VARYING WS-SPN-IX FROM 1 BY 1
093677         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
093678     IF WS-SPN-SLOT = ZERO
093679         GO TO 7610-EXIT
093680     END-IF
093681     COMPUTE WS-SPN-SHARE ROUNDED =
093682         AW-CHG-SHARE (WS-SPN-SLOT) * WS-SPN-PCT / 100
093683     IF WS-SPN-SHARE > ZERO
093684         MOVE SPACES TO BILL-TRANS-REC
093685         MOVE WS-SPN-STUDENTID TO BT-STUDENTID
093686         MOVE WS-SPN-COURSE    TO BT-COURSECODE
093687         MOVE "U"              TO BT-TYPE
093688         MOVE WS-SPN-SHARE     TO BT-AMOUNT
093689         MOVE WS-SPN-DATE      TO BT-DATE
093690         MOVE AW-SPONSORID     TO BT-SPONSORID
093691         WRITE BILL-TRANS-REC
093692         IF NOT WS-BILL-OK
093693             DISPLAY "STUMAINT - ECRITURE BILLTRAN IMPOSSIBLE "
093694                 WS-BILL-STATUS
093695             GO TO 7610-EXIT
093696         END-IF
093697         PERFORM 7400-POST-BALANCE
093698             THRU 7400-EXIT
093699         ADD WS-SPN-SHARE TO WS-SPN-RETURNED
093700         SUBTRACT WS-SPN-SHARE FROM AW-USED
093701     END-IF
093702     MOVE SPACES TO AW-CHG-COURSE (WS-SPN-SLOT)
093703     MOVE ZERO   TO AW-CHG-SHARE (WS-SPN-SLOT)
093704     REWRITE SPONSOR-AWARD-REC
093705     IF NOT WS-AWD-OK
093706         DISPLAY "STUMAINT - MAJ SPAWARD IMPOSSIBLE "
093707             WS-AWD-STATUS
093708     END-IF.
093709 7610-EXIT.
093710     EXIT.
093711
093712*----------------------------------------------------------
093713* 7620-FIND-COURSE-SLOT - THE ENTRY HOLDING THE COURSE'S SHARE
093714*----------------------------------------------------------
093715 7620-FIND-COURSE-SLOT.
093716     IF AW-CHG-COURSE (WS-SPN-IX) = WS-SPN-COURSE
093717         MOVE WS-SPN-IX TO WS-SPN-SLOT
093718     END-IF.
093719 7620-EXIT.
093720     EXIT.
093721
093722*----------------------------------------------------------
093800* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
093900*----------------------------------------------------------
094000 8000-TERMINATE.
095100     CLOSE BILL-TRANS-FILE
095200     CLOSE MAINT-AUDIT-FILE
095300     CLOSE STU-JOURNAL-FILE
095310     IF WS-AWD-PRESENT
095320         CLOSE SPONSOR-AWARD-FILE
095330     END-IF
095400     CLOSE ACCOUNT-BAL-FILE
095500     CLOSE MAINT-LST-FILE.
095600 8000-EXIT.
