003400*                  THE UPDATE LOG (STUJRNL) SO A BROKEN KSDS
003500*                  CAN BE REBUILT FORWARD BY STURECOV FROM
003600*                  THE LAST SNAPSHOT PLUS THE JOURNAL.
003610* 15/10/2026  AMN  SPONSOR AWARDS (SPAWARD) - THE PART OF THE
003620*                  FEE A SPONSOR PAYS FOR THE TERM IS TAKEN OFF
003630*                  THE STUDENT BY A "T" BILLTRAN RECORD, AS IN
003640*                  ENTREE.
003650* 15/10/2026  AMN  EVERY PROMOTION NOW QUEUES A NOTICE TO THE
003660*                  STUDENT (NOTIFQ) WITH THE STUDENT'S OWN SHARE
003670*                  OF THE FEE - THE NIGHTLY MAIL-MERGE STEP SENDS
003680*                  IT.
003700*----------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS AB-STUDENTID
008100         FILE STATUS IS WS-ABAL-STATUS.
008110
008120     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
008130         ORGANIZATION IS INDEXED
008140         ACCESS MODE IS DYNAMIC
008150         RECORD KEY IS AW-KEY
008160         FILE STATUS IS WS-AWD-STATUS.
008200
008210     SELECT NOTIFY-QUEUE-FILE ASSIGN TO NOTIFQ
008220         ORGANIZATION IS SEQUENTIAL
008230         FILE STATUS IS WS-NTF-STATUS.
008240
008300     SELECT PROM-RPT-FILE ASSIGN TO PROMRPT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-RPT-STATUS.
013900*----------------------------------------------------------
014000 FD  ACCOUNT-BAL-FILE.
014100 COPY ACCTBAL.
014110
014120*----------------------------------------------------------
014130* SPONSOR-AWARD-FILE - THE SPONSOR AWARDS THAT TAKE PART OF
014140*     THE FEES OFF THE STUDENT
014150*----------------------------------------------------------
014160 FD  SPONSOR-AWARD-FILE.
014170 COPY SPAWARD.
014200
014210*----------------------------------------------------------
014220* NOTIFY-QUEUE-FILE - NOTICES FOR THE STUDENTS, SENT BY THE
014230*     NIGHTLY MAIL-MERGE STEP
014240*----------------------------------------------------------
014250 FD  NOTIFY-QUEUE-FILE
014260     RECORDING MODE IS F.
014270 COPY NOTIFQ.
014280
014300*----------------------------------------------------------
014400* PROM-RPT-FILE - PROMOTION LISTING FOR THE REGISTRAR
014500*----------------------------------------------------------
018000
018100 01  WS-ABAL-NEW-SW                  PIC X(01) VALUE "N".
018200     88  WS-ABAL-NEW                 VALUE "Y".
018202
018204 01  WS-AWD-STATUS                   PIC XX.
018206     88  WS-AWD-OK                   VALUE "00", "02".
018208     88  WS-AWD-NOTOPEN              VALUE "35".
018210
018212 01  WS-AWD-PRESENT-SW               PIC X(01) VALUE "Y".
018214     88  WS-AWD-PRESENT              VALUE "Y".
018216
018218 01  WS-SPONSOR-FIELDS.
018220     05  WS-SPN-STUDENTID            PIC 9(7).
018222     05  WS-SPN-TERM                 PIC X(5).
018224     05  WS-SPN-COURSE               PIC X(4).
018226     05  WS-SPN-DATE                 PIC 9(8).
018228     05  WS-SPN-FEE                  PIC 9(05)V99.
018230     05  WS-SPN-LEFT                 PIC 9(05)V99.
018232     05  WS-SPN-SHARE                PIC S9(05)V99.
018234     05  WS-SPN-IX                   PIC 9(03) COMP.
018236     05  WS-SPN-SLOT                 PIC 9(03) COMP.
018238     05  WS-SPN-DONE-SW              PIC X(01).
018240         88  WS-SPN-DONE             VALUE "Y".
018242     05  WS-SPN-COVERED-SW           PIC X(01).
018244         88  WS-SPN-COVERED          VALUE "Y".
018300
018400 01  WS-JRN-DATE                     PIC 9(8).
018500 01  WS-JRN-TIME                     PIC 9(8).
018700 01  WS-CHARGE-DATE                  PIC 9(8).
018800 01  WS-RUN-DATE                     PIC 9(8).
018900
018910 01  WS-NTF-STATUS                   PIC XX.
018920     88  WS-NTF-OK                   VALUE "00".
018930
018940 01  WS-NTF-DATE                     PIC 9(8).
018950 01  WS-NTF-TIME                     PIC 9(8).
018960
019000 01  WS-RPT-STATUS                   PIC XX.
019100     88  WS-RPT-OK                   VALUE "00".
019200
030800             WS-JRN-STATUS
030900         GO TO 9999-ABEND
031000     END-IF
031005     MOVE "Y" TO WS-AWD-PRESENT-SW
031010     OPEN I-O SPONSOR-AWARD-FILE
031015     IF WS-AWD-NOTOPEN
031020         MOVE "N" TO WS-AWD-PRESENT-SW
031025     ELSE
031030         IF NOT WS-AWD-OK
031035             DISPLAY "WAITPROM - OUVERTURE SPAWARD IMPOSSIBLE "
031040                 WS-AWD-STATUS
031045             GO TO 9999-ABEND
031050         END-IF
031055     END-IF
031100     OPEN I-O ACCOUNT-BAL-FILE
031200     IF WS-ABAL-NOTOPEN
031300         OPEN OUTPUT ACCOUNT-BAL-FILE
031900             WS-ABAL-STATUS
032000         GO TO 9999-ABEND
032100     END-IF
032110     OPEN EXTEND NOTIFY-QUEUE-FILE
032120     IF NOT WS-NTF-OK
032130         OPEN OUTPUT NOTIFY-QUEUE-FILE
032140     END-IF
032150     IF NOT WS-NTF-OK
032160         DISPLAY "WAITPROM - OUVERTURE NOTIFQ IMPOSSIBLE "
032170             WS-NTF-STATUS
032180         GO TO 9999-ABEND
032190     END-IF
032200     OPEN OUTPUT PROM-RPT-FILE
032300     IF NOT WS-RPT-OK
032400         DISPLAY "WAITPROM - OUVERTURE PROMRPT IMPOSSIBLE "
041700     MOVE "C"           TO BT-TYPE
041800     MOVE CM-FEE-AMOUNT TO BT-AMOUNT
041900     MOVE WS-CHARGE-DATE TO BT-DATE
041910     MOVE CM-FEE-AMOUNT TO WS-SPN-LEFT
042000     WRITE BILL-TRANS-REC
042100     IF NOT WS-BILL-OK
042200         DISPLAY "WAITPROM - ECRITURE BILLTRAN IMPOSSIBLE "
042400     ELSE
042500         PERFORM 7400-POST-BALANCE
042600             THRU 7400-EXIT
042610         MOVE WL-STUDENTID  TO WS-SPN-STUDENTID
042620         MOVE WL-COURSECODE TO WS-SPN-COURSE
042630         MOVE CM-FEE-AMOUNT TO WS-SPN-FEE
042640         MOVE CS-TERM       TO WS-SPN-TERM
042650         MOVE WS-CHARGE-DATE TO WS-SPN-DATE
042660         PERFORM 7500-APPLY-SPONSOR
042670             THRU 7500-EXIT
042700     END-IF
042710     MOVE SPACES TO NOTIFY-QUEUE-REC
042720     MOVE WL-STUDENTID  TO NQ-STUDENTID
042730     MOVE "WP"          TO NQ-EVENT
042740     MOVE WL-COURSECODE TO NQ-COURSECODE
042750     MOVE WL-SECTION    TO NQ-SECTION
042760     MOVE CS-TERM       TO NQ-TERM
042770     MOVE WS-SPN-LEFT   TO NQ-AMOUNT
042780     PERFORM 7700-WRITE-NOTICE
042790         THRU 7700-EXIT
042800     ADD 1 TO WS-PROMOTED-COUNT
042900     MOVE WL-STUDENTID  TO DTL-STUDENTID
043000     MOVE WL-NOM        TO DTL-NOM
051500     EVALUATE BT-TYPE
051600         WHEN "C"
051700         WHEN "S"
051710         WHEN "U"
051800             ADD BT-AMOUNT TO AB-CHARGES
051900             ADD BT-AMOUNT TO AB-BALANCE
052000         WHEN "R"
052010         WHEN "T"
052100             SUBTRACT BT-AMOUNT FROM AB-CHARGES
052200             SUBTRACT BT-AMOUNT FROM AB-BALANCE
052300         WHEN "P"
053900     END-IF.
054000 7400-EXIT.
054100     EXIT.
054101
054102*----------------------------------------------------------
054103* 7500-APPLY-SPONSOR - TAKE THE PART OF THE FEE JUST CHARGED
054104*     THAT A SPONSOR PAYS OFF THE STUDENT - ONE "T" RECORD
054105*     FOR EACH OF THE STUDENT'S AWARDS FOR THE TERM THAT
054106*     COVERS THE COURSE, NEVER MORE THAN THE FEE IN ALL.  NO
054107*     AWARD FILE MEANS NO SPONSORS.
054108*----------------------------------------------------------
054109 7500-APPLY-SPONSOR.
054110     MOVE WS-SPN-FEE TO WS-SPN-LEFT
054111     IF NOT WS-AWD-PRESENT
054112         GO TO 7500-EXIT
054113     END-IF
054114     MOVE "N" TO WS-SPN-DONE-SW
054115     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
054116     MOVE WS-SPN-TERM      TO AW-TERM
054117     MOVE LOW-VALUES       TO AW-SPONSORID
054118     START SPONSOR-AWARD-FILE KEY >= AW-KEY
054119     IF NOT WS-AWD-OK
054120         GO TO 7500-EXIT
054121     END-IF
054122     PERFORM 7510-APPLY-ONE-AWARD
054123         THRU 7510-EXIT
054124         UNTIL WS-SPN-DONE.
054125 7500-EXIT.
054126     EXIT.
054127
054128*----------------------------------------------------------
054129* 7510-APPLY-ONE-AWARD - ONE AWARD: A PERCENTAGE OF THE FEE
054130*     (CAPPED BY THE AMOUNT WHEN ONE IS GIVEN) OR WHAT IS
054131*     LEFT OF A FIXED AMOUNT.  THE SHARE IS NOTED AGAINST THE
054132*     COURSE ON THE AWARD SO A WITHDRAWAL CAN GIVE IT BACK.
054133*----------------------------------------------------------
054134 7510-APPLY-ONE-AWARD.
054135     READ SPONSOR-AWARD-FILE NEXT RECORD
054136         AT END
054137             SET WS-SPN-DONE TO TRUE
054138             GO TO 7510-EXIT
054139     END-READ
054140     IF NOT WS-AWD-OK
054141         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
054142         OR AW-TERM NOT = WS-SPN-TERM
054143         OR WS-SPN-LEFT = ZERO
054144         SET WS-SPN-DONE TO TRUE
054145         GO TO 7510-EXIT
054146     END-IF
054147     IF AW-COURSE-LIST NOT = SPACES
054148         MOVE "N" TO WS-SPN-COVERED-SW
054149         PERFORM 7520-CHECK-COURSE
054150             THRU 7520-EXIT
054151             VARYING WS-SPN-IX FROM 1 BY 1
054152             UNTIL WS-SPN-IX > 6
054153         IF NOT WS-SPN-COVERED
054154             GO TO 7510-EXIT
054155         END-IF
054156     END-IF
054157     IF AW-BASIS-PERCENT
054158         COMPUTE WS-SPN-SHARE ROUNDED =
054159             WS-SPN-FEE * AW-PERCENT / 100
054160         IF AW-AMOUNT > ZERO
054161             AND WS-SPN-SHARE > AW-AMOUNT - AW-USED
054162             COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
054163         END-IF
054164     ELSE
054165         COMPUTE WS-SPN-SHARE = AW-AMOUNT - AW-USED
054166     END-IF
054167     IF WS-SPN-SHARE > WS-SPN-LEFT
054168         MOVE WS-SPN-LEFT TO WS-SPN-SHARE
054169     END-IF
054170     IF WS-SPN-SHARE NOT > ZERO
054171         GO TO 7510-EXIT
054172     END-IF
054173     MOVE ZERO TO WS-SPN-SLOT
054174     PERFORM 7530-FIND-FREE-SLOT
054175         THRU 7530-EXIT
054176         VARYING WS-SPN-IX FROM 1 BY 1
054177         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
054178     IF WS-SPN-SLOT = ZERO
054179         DISPLAY "WAITPROM - AIDE SATUREE, NON APPLIQUEE : "
054180             AW-KEY
054181         GO TO 7510-EXIT
054182     END-IF
054183     MOVE SPACES TO BILL-TRANS-REC
054184     MOVE WS-SPN-STUDENTID TO BT-STUDENTID
054185     MOVE WS-SPN-COURSE    TO BT-COURSECODE
054186     MOVE "T"              TO BT-TYPE
054187     MOVE WS-SPN-SHARE     TO BT-AMOUNT
054188     MOVE WS-SPN-DATE      TO BT-DATE
054189     MOVE AW-SPONSORID     TO BT-SPONSORID
054190     WRITE BILL-TRANS-REC
054191     IF NOT WS-BILL-OK
054192         DISPLAY "WAITPROM - ECRITURE BILLTRAN IMPOSSIBLE "
054193             WS-BILL-STATUS
054194         GO TO 7510-EXIT
054195     END-IF
054196     PERFORM 7400-POST-BALANCE
054197         THRU 7400-EXIT
054198     MOVE WS-SPN-COURSE TO AW-CHG-COURSE (WS-SPN-SLOT)
054199     MOVE WS-SPN-SHARE  TO AW-CHG-SHARE (WS-SPN-SLOT)
054200     ADD WS-SPN-SHARE TO AW-USED
054201     REWRITE SPONSOR-AWARD-REC
054202     IF NOT WS-AWD-OK
054203         DISPLAY "WAITPROM - MAJ SPAWARD IMPOSSIBLE "
054204             WS-AWD-STATUS
054205     END-IF
054206     SUBTRACT WS-SPN-SHARE FROM WS-SPN-LEFT.
054207 7510-EXIT.
054208     EXIT.
054209
054210*----------------------------------------------------------
054211* 7520-CHECK-COURSE - IS THE COURSE ON THE AWARD'S LIST
054212*----------------------------------------------------------
054213 7520-CHECK-COURSE.
054214     IF AW-COURSE (WS-SPN-IX) = WS-SPN-COURSE
054215         SET WS-SPN-COVERED TO TRUE
054216     END-IF.
054217 7520-EXIT.
054218     EXIT.
054219
054220*----------------------------------------------------------
054221* 7530-FIND-FREE-SLOT - FIRST UNUSED CHARGED-COURSE ENTRY
054222*----------------------------------------------------------
054223 7530-FIND-FREE-SLOT.
054224     IF AW-CHG-COURSE (WS-SPN-IX) = SPACES
054225         MOVE WS-SPN-IX TO WS-SPN-SLOT
054226     END-IF.
054227 7530-EXIT.
054228     EXIT.
054229
054231*----------------------------------------------------------
054233* 7700-WRITE-NOTICE - QUEUE THE NOTICE BUILT BY THE CALLER,
054235*     STAMPED WITH THE PROGRAM AND THE TIME
054237*----------------------------------------------------------
054239 7700-WRITE-NOTICE.
054241     ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD
054243     ACCEPT WS-NTF-TIME FROM TIME
054245     MOVE WS-NTF-DATE TO NQ-DATE
054247     MOVE WS-NTF-TIME TO NQ-TIME
054249     MOVE "WAITPROM"  TO NQ-PROGRAM
054251     WRITE NOTIFY-QUEUE-REC
054253     IF NOT WS-NTF-OK
054255         DISPLAY "WAITPROM - ECRITURE NOTIFQ IMPOSSIBLE "
054257             WS-NTF-STATUS
054259     END-IF.
054261 7700-EXIT.
054263     EXIT.
054265
054300*----------------------------------------------------------
054400* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
054500*----------------------------------------------------------
055900     CLOSE COURSE-SECTION-FILE
056000     CLOSE BILL-TRANS-FILE
056100     CLOSE STU-JOURNAL-FILE
056110     IF WS-AWD-PRESENT
056120         CLOSE SPONSOR-AWARD-FILE
056130     END-IF
056200     CLOSE ACCOUNT-BAL-FILE
056210     CLOSE NOTIFY-QUEUE-FILE
056300     CLOSE PROM-RPT-FILE.
056400 8000-EXIT.
056500     EXIT.
