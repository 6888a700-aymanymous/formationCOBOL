003300*                  THE UPDATE LOG (STUJRNL) SO A BROKEN KSDS
003400*                  CAN BE REBUILT FORWARD BY STURECOV FROM
003500*                  THE LAST SNAPSHOT PLUS THE JOURNAL.
003510* 15/10/2026  AMN  SPONSOR AWARDS (SPAWARD) - WHEN A WITHDRAWN
003520*                  COURSE WAS PARTLY PAID BY A SPONSOR UNDER AN
003530*                  AWARD FOR THE SECTION'S TERM, THE SAME
003540*                  PERCENTAGE OF THE SPONSOR'S SHARE AS OF THE FEE
003550*                  GOES BACK ON THE STUDENT'S ACCOUNT BY A "U"
003560*                  BILLTRAN RECORD (THE SPONSOR IS CREDITED ON THE
003570*                  NEXT INVOICE), AND THE REFUND-DUE REGISTER
003575*                  SHOWS ONLY THE STUDENT'S OWN PART.  A
003580*                  WITHDRAWAL WITH NOTHING REFUNDED STILL FREES
003585*                  THE COURSE ENTRY ON THE AWARD, WITHOUT A "U"
003587*                  RECORD.
003589* 15/10/2026  AMN  EVERY WITHDRAWAL NOW QUEUES A NOTICE TO THE
003591*                  STUDENT (NOTIFQ) WITH THE REFUND DUE - THE
003593*                  NIGHTLY MAIL-MERGE STEP SENDS IT.
003600*----------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS AB-STUDENTID
008000         FILE STATUS IS WS-ABAL-STATUS.
008010
008020     SELECT SPONSOR-AWARD-FILE ASSIGN TO SPAWARD
008030         ORGANIZATION IS INDEXED
008040         ACCESS MODE IS DYNAMIC
008050         RECORD KEY IS AW-KEY
008060         FILE STATUS IS WS-AWD-STATUS.
008100
008200     SELECT REFUND-SCHED-FILE ASSIGN TO REFSCHED
008300         ORGANIZATION IS SEQUENTIAL
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-REFND-STATUS.
008900
008910     SELECT NOTIFY-QUEUE-FILE ASSIGN TO NOTIFQ
008920         ORGANIZATION IS SEQUENTIAL
008930         FILE STATUS IS WS-NTF-STATUS.
008940
009000     SELECT DROP-RPT-FILE ASSIGN TO DROPRPT
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-RPT-STATUS.
014900*----------------------------------------------------------
015000 FD  ACCOUNT-BAL-FILE.
015100 COPY ACCTBAL.
015110
015120*----------------------------------------------------------
015130* SPONSOR-AWARD-FILE - THE SPONSOR AWARDS THAT TAKE PART OF
015140*     THE FEES OFF THE STUDENT
015150*----------------------------------------------------------
015160 FD  SPONSOR-AWARD-FILE.
015170 COPY SPAWARD.
015200
015300*----------------------------------------------------------
015400* REFUND-SCHED-FILE - THE REFUND POLICY CARDS, IN ASCENDING
016900     RECORDING MODE IS F.
017000 01  REFND-RPT-REC                   PIC X(80).
017100
017110*----------------------------------------------------------
017120* NOTIFY-QUEUE-FILE - NOTICES FOR THE STUDENTS, SENT BY THE
017130*     NIGHTLY MAIL-MERGE STEP
017140*----------------------------------------------------------
017150 FD  NOTIFY-QUEUE-FILE
017160     RECORDING MODE IS F.
017170 COPY NOTIFQ.
017180
017200*----------------------------------------------------------
017300* DROP-RPT-FILE - DROP REGISTER FOR THE TERM FILE
017400*----------------------------------------------------------
019400 01  WS-BILL-STATUS                  PIC XX.
019500     88  WS-BILL-OK                  VALUE "00".
019600
019610 01  WS-NTF-STATUS                   PIC XX.
019620     88  WS-NTF-OK                   VALUE "00".
019630
019640 01  WS-NTF-DATE                     PIC 9(8).
019650 01  WS-NTF-TIME                     PIC 9(8).
019660
019700 01  WS-RPT-STATUS                   PIC XX.
019800     88  WS-RPT-OK                   VALUE "00".
019900
021600
021700 01  WS-ABAL-NEW-SW                  PIC X(01) VALUE "N".
021800     88  WS-ABAL-NEW                 VALUE "Y".
021802
021804 01  WS-AWD-STATUS                   PIC XX.
021806     88  WS-AWD-OK                   VALUE "00", "02".
021808     88  WS-AWD-NOTOPEN              VALUE "35".
021810
021812 01  WS-AWD-PRESENT-SW               PIC X(01) VALUE "Y".
021814     88  WS-AWD-PRESENT              VALUE "Y".
021816
021818 01  WS-SPONSOR-FIELDS.
021820     05  WS-SPN-STUDENTID            PIC 9(7).
021822     05  WS-SPN-TERM                 PIC X(5).
021824     05  WS-SPN-COURSE               PIC X(4).
021826     05  WS-SPN-DATE                 PIC 9(8).
021828     05  WS-SPN-FEE                  PIC 9(05)V99.
021830     05  WS-SPN-LEFT                 PIC 9(05)V99.
021832     05  WS-SPN-SHARE                PIC S9(05)V99.
021834     05  WS-SPN-IX                   PIC 9(03) COMP.
021836     05  WS-SPN-SLOT                 PIC 9(03) COMP.
021838     05  WS-SPN-DONE-SW              PIC X(01).
021840         88  WS-SPN-DONE             VALUE "Y".
021842     05  WS-SPN-COVERED-SW           PIC X(01).
021844         88  WS-SPN-COVERED          VALUE "Y".
021846     05  WS-SPN-PCT                  PIC 9(3).
021848     05  WS-SPN-RETURNED             PIC 9(05)V99.
021900
022000 01  WS-JRN-DATE                     PIC 9(8).
022100 01  WS-JRN-TIME                     PIC 9(8).
025300     05  WS-REFUND-PCT               PIC 9(3).
025400     05  WS-REFUND-AMOUNT            PIC 9(05)V99.
025500     05  WS-REFUND-TOTAL             PIC 9(09)V99 VALUE ZERO.
025510     05  WS-STU-REFUND               PIC 9(05)V99.
025520     05  WS-SPN-RETURN-TOTAL         PIC 9(09)V99 VALUE ZERO.
025600
025700 01  WS-COUNTERS.
025800     05  WS-TRANS-COUNT              PIC 9(05) COMP VALUE ZERO.
033200     05  FILLER                      PIC X(12)
033300             VALUE "  A RENDRE: ".
033400     05  RFD-AMOUNT                  PIC ZZZZ9.99.
033410
033420 01  WS-SPONSOR-LINE.
033430     05  FILLER                      PIC X(63)
033440         VALUE "         DONT PART DU COMMANDITAIRE, NON DUE : ".
033450     05  RFS-AMOUNT                  PIC ZZZZ9.99.
033500
033600 01  WS-REFND-TRAILER.
033700     05  FILLER                      PIC X(25)
033800             VALUE "TOTAL A REMBOURSER    : ".
033900     05  RFT-TOTAL                   PIC ZZZZZZZZ9.99.
033910
033920 01  WS-REFND-TRAILER-2.
033930     05  FILLER                      PIC X(25)
033940             VALUE "PART DES TIERS RENDUE : ".
033950     05  RFT-SPONSOR                 PIC ZZZZZZZZ9.99.
034000
034100 PROCEDURE DIVISION.
034200*----------------------------------------------------------
040800             WS-JRN-STATUS
040900         GO TO 9999-ABEND
041000     END-IF
041005     MOVE "Y" TO WS-AWD-PRESENT-SW
041010     OPEN I-O SPONSOR-AWARD-FILE
041015     IF WS-AWD-NOTOPEN
041020         MOVE "N" TO WS-AWD-PRESENT-SW
041025     ELSE
041030         IF NOT WS-AWD-OK
041035             DISPLAY "DROPREG - OUVERTURE SPAWARD IMPOSSIBLE "
041040                 WS-AWD-STATUS
041045             GO TO 9999-ABEND
041050         END-IF
041055     END-IF
041100     OPEN I-O ACCOUNT-BAL-FILE
041200     IF WS-ABAL-NOTOPEN
041300         OPEN OUTPUT ACCOUNT-BAL-FILE
041900             WS-ABAL-STATUS
042000         GO TO 9999-ABEND
042100     END-IF
042110     OPEN EXTEND NOTIFY-QUEUE-FILE
042120     IF NOT WS-NTF-OK
042130         OPEN OUTPUT NOTIFY-QUEUE-FILE
042140     END-IF
042150     IF NOT WS-NTF-OK
042160         DISPLAY "DROPREG - OUVERTURE NOTIFQ IMPOSSIBLE "
042170             WS-NTF-STATUS
042180         GO TO 9999-ABEND
042190     END-IF
042200     OPEN OUTPUT DROP-RPT-FILE
042300     IF NOT WS-RPT-OK
042400         DISPLAY "DROPREG - OUVERTURE DROPRPT IMPOSSIBLE "
052800         THRU 3200-EXIT
052900     PERFORM 3400-WRITE-JOURNAL
053000         THRU 3400-EXIT
053010     MOVE ZERO TO WS-STU-REFUND
053100     PERFORM 3000-RELEASE-SEAT
053200         THRU 3000-EXIT
053300     ADD 1 TO WS-DROPPED-COUNT
053400     MOVE DR-STUDENTID  TO DTL-STUDENTID
053500     MOVE DR-COURSECODE TO DTL-COURSECODE
053510     WRITE DROP-RPT-REC FROM WS-DETAIL-LINE
053520     MOVE SPACES TO NOTIFY-QUEUE-REC
053530     MOVE DR-STUDENTID    TO NQ-STUDENTID
053540     MOVE "DR"            TO NQ-EVENT
053550     MOVE DR-COURSECODE   TO NQ-COURSECODE
053560     MOVE WS-DROP-SECTION TO NQ-SECTION
053570     IF WS-SECT-KNOWN
053580         MOVE CS-TERM     TO NQ-TERM
053590     END-IF
053600     MOVE WS-STU-REFUND   TO NQ-AMOUNT
053610     PERFORM 7700-WRITE-NOTICE
053620         THRU 7700-EXIT.
053700 2000-NEXT.
053800     PERFORM 5000-READ-TRANS
053900         THRU 5000-EXIT.
058500
058600*----------------------------------------------------------
058700* 3100-WRITE-REVERSAL - GIVE THE COURSE FEE BACK ON THE
058800*     BILLING TRANSACTION FILE.  WITH NOTHING TO REFUND THE
058810*     SPONSOR'S COURSE ENTRY IS STILL FREED.
058900*----------------------------------------------------------
059000 3100-WRITE-REVERSAL.
059100     PERFORM 3150-APPLY-REFUND-POLICY
059200         THRU 3150-EXIT
059210     MOVE ZERO TO WS-SPN-RETURNED
059220     MOVE DR-STUDENTID  TO WS-SPN-STUDENTID
059230     MOVE DR-COURSECODE TO WS-SPN-COURSE
059240     MOVE CURRENTDATE   TO WS-SPN-DATE
059250     MOVE WS-REFUND-PCT TO WS-SPN-PCT
059260     MOVE SPACES        TO WS-SPN-TERM
059270     IF WS-SECT-KNOWN
059280         MOVE CS-TERM   TO WS-SPN-TERM
059290     END-IF
059500     IF WS-REFUND-AMOUNT = ZERO
059502         MOVE ZERO TO WS-SPN-PCT
059504         PERFORM 7600-RETURN-SPONSOR-SHARE
059506             THRU 7600-EXIT
059510         GO TO 3100-REGISTER
059700     END-IF
059800     MOVE SPACES TO BILL-TRANS-REC
059900     MOVE DR-STUDENTID  TO BT-STUDENTID
060800     ELSE
060900         PERFORM 7400-POST-BALANCE
061000             THRU 7400-EXIT
061050         PERFORM 7600-RETURN-SPONSOR-SHARE
061060             THRU 7600-EXIT
061100     END-IF.
061110 3100-REGISTER.
061120     PERFORM 3170-WRITE-REFUND-LINE
061130         THRU 3170-EXIT.
061200 3100-EXIT.
061300     EXIT.
061400
065000
065100*----------------------------------------------------------
065200* 3170-WRITE-REFUND-LINE - ONE LINE OF THE REFUND-DUE
065210*     REGISTER FOR THE BURSAR.  THE PART OF THE REVERSAL
065220*     THAT WENT BACK TO A SPONSOR IS NOT DUE TO THE STUDENT
065230*     AND IS SHOWN ON A LINE OF ITS OWN.
065400*----------------------------------------------------------
065500 3170-WRITE-REFUND-LINE.
065510     COMPUTE WS-STU-REFUND = WS-REFUND-AMOUNT - WS-SPN-RETURNED
065600     MOVE DR-STUDENTID    TO RFD-STUDENTID
065700     MOVE DR-COURSECODE   TO RFD-COURSECODE
065800     MOVE WS-DROP-DAYS    TO RFD-DAYS
065900     MOVE WS-REFUND-PCT   TO RFD-PCT
065910     MOVE WS-STU-REFUND   TO RFD-AMOUNT
066100     WRITE REFND-RPT-REC FROM WS-REFUND-LINE
066110     ADD WS-STU-REFUND TO WS-REFUND-TOTAL
066120     IF WS-SPN-RETURNED > ZERO
066130         MOVE WS-SPN-RETURNED TO RFS-AMOUNT
066140         WRITE REFND-RPT-REC FROM WS-SPONSOR-LINE
066150         ADD WS-SPN-RETURNED TO WS-SPN-RETURN-TOTAL
066160     END-IF.
066300 3170-EXIT.
066400     EXIT.
066500
075400     EVALUATE BT-TYPE
075500         WHEN "C"
075600         WHEN "S"
075610         WHEN "U"
075700             ADD BT-AMOUNT TO AB-CHARGES
075800             ADD BT-AMOUNT TO AB-BALANCE
075900         WHEN "R"
075910         WHEN "T"
076000             SUBTRACT BT-AMOUNT FROM AB-CHARGES
076100             SUBTRACT BT-AMOUNT FROM AB-BALANCE
076200         WHEN "P"
077800     END-IF.
077900 7400-EXIT.
078000     EXIT.
078001
078002*----------------------------------------------------------
078003* 7600-RETURN-SPONSOR-SHARE - THE COURSE IS WITHDRAWN: GIVE
078004*     BACK TO EACH SPONSOR WHO TOOK PART OF ITS FEE THE SAME
078005*     PERCENTAGE OF THAT SHARE AS THE REVERSAL GAVE BACK -
078006*     ONE "U" RECORD PER AWARD - AND FREE THE COURSE ENTRY.
078007*     AT ZERO PERCENT ONLY THE ENTRY IS FREED.  THE AWARDS
078008*     SEARCHED ARE THOSE FOR WS-SPN-TERM; NO TERM, NONE.
078009*     WS-SPN-RETURNED COMES BACK WITH THE TOTAL GIVEN BACK.
078010*----------------------------------------------------------
078011 7600-RETURN-SPONSOR-SHARE.
078012     MOVE ZERO TO WS-SPN-RETURNED
078013     IF NOT WS-AWD-PRESENT
078014         OR WS-SPN-TERM = SPACES
078015         GO TO 7600-EXIT
078016     END-IF
078017     MOVE "N" TO WS-SPN-DONE-SW
078018     MOVE WS-SPN-STUDENTID TO AW-STUDENTID
078019     MOVE WS-SPN-TERM      TO AW-TERM
078020     MOVE LOW-VALUES       TO AW-SPONSORID
078021     START SPONSOR-AWARD-FILE KEY >= AW-KEY
078022     IF NOT WS-AWD-OK
078023         GO TO 7600-EXIT
078024     END-IF
078025     PERFORM 7610-RETURN-ONE-AWARD
078026         THRU 7610-EXIT
078027         UNTIL WS-SPN-DONE.
078028 7600-EXIT.
078029     EXIT.
078030
078031*----------------------------------------------------------
078032* 7610-RETURN-ONE-AWARD - ONE OF THE STUDENT'S AWARDS FOR THE
078033*     TERM OF THE WITHDRAWN SECTION
078034*----------------------------------------------------------
078035 7610-RETURN-ONE-AWARD.
078036     READ SPONSOR-AWARD-FILE NEXT RECORD
078037         AT END
078038             SET WS-SPN-DONE TO TRUE
078039             GO TO 7610-EXIT
078040     END-READ
078041     IF NOT WS-AWD-OK
078042         OR AW-STUDENTID NOT = WS-SPN-STUDENTID
078043         OR AW-TERM NOT = WS-SPN-TERM
078044         SET WS-SPN-DONE TO TRUE
078045         GO TO 7610-EXIT
078046     END-IF
078047     MOVE ZERO TO WS-SPN-SLOT
078048     PERFORM 7620-FIND-COURSE-SLOT
078049         THRU 7620-EXIT
078050         VARYING WS-SPN-IX FROM 1 BY 1
078051         UNTIL WS-SPN-IX > 10 OR WS-SPN-SLOT > ZERO
078052     IF WS-SPN-SLOT = ZERO
078053         GO TO 7610-EXIT
078054     END-IF
078055     COMPUTE WS-SPN-SHARE ROUNDED =
078056         AW-CHG-SHARE (WS-SPN-SLOT) * WS-SPN-PCT / 100
078057     IF WS-SPN-SHARE > ZERO
078058         MOVE SPACES TO BILL-TRANS-REC
078059         MOVE WS-SPN-STUDENTID TO BT-STUDENTID
078060         MOVE WS-SPN-COURSE    TO BT-COURSECODE
078061         MOVE "U"              TO BT-TYPE
078062         MOVE WS-SPN-SHARE     TO BT-AMOUNT
078063         MOVE WS-SPN-DATE      TO BT-DATE
078064         MOVE AW-SPONSORID     TO BT-SPONSORID
078065         WRITE BILL-TRANS-REC
078066         IF NOT WS-BILL-OK
078067             DISPLAY "DROPREG - ECRITURE BILLTRAN IMPOSSIBLE "
078068                 WS-BILL-STATUS
078069             GO TO 7610-EXIT
078070         END-IF
078071         PERFORM 7400-POST-BALANCE
078072             THRU 7400-EXIT
078073         ADD WS-SPN-SHARE TO WS-SPN-RETURNED
078074         SUBTRACT WS-SPN-SHARE FROM AW-USED
078075     END-IF
078076     MOVE SPACES TO AW-CHG-COURSE (WS-SPN-SLOT)
078077     MOVE ZERO   TO AW-CHG-SHARE (WS-SPN-SLOT)
078078     REWRITE SPONSOR-AWARD-REC
078079     IF NOT WS-AWD-OK
078080         DISPLAY "DROPREG - MAJ SPAWARD IMPOSSIBLE "
078081             WS-AWD-STATUS
078082     END-IF.
078083 7610-EXIT.
078084     EXIT.
078085
078086*----------------------------------------------------------
078087* 7620-FIND-COURSE-SLOT - THE ENTRY HOLDING THE COURSE'S SHARE
078088*----------------------------------------------------------
078089 7620-FIND-COURSE-SLOT.
078090     IF AW-CHG-COURSE (WS-SPN-IX) = WS-SPN-COURSE
078091         MOVE WS-SPN-IX TO WS-SPN-SLOT
078092     END-IF.
078093 7620-EXIT.
078094     EXIT.
078100
078105*----------------------------------------------------------
078110* 7700-WRITE-NOTICE - QUEUE THE NOTICE BUILT BY THE CALLER,
078115*     STAMPED WITH THE PROGRAM AND THE TIME
078120*----------------------------------------------------------
078125 7700-WRITE-NOTICE.
078130     ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD
078135     ACCEPT WS-NTF-TIME FROM TIME
078140     MOVE WS-NTF-DATE TO NQ-DATE
078145     MOVE WS-NTF-TIME TO NQ-TIME
078150     MOVE "DROPREG "  TO NQ-PROGRAM
078155     WRITE NOTIFY-QUEUE-REC
078160     IF NOT WS-NTF-OK
078165         DISPLAY "DROPREG - ECRITURE NOTIFQ IMPOSSIBLE "
078170             WS-NTF-STATUS
078175     END-IF.
078180 7700-EXIT.
078185     EXIT.
078190
078200*----------------------------------------------------------
078300* 8000-TERMINATE - PRINT TRAILERS, CLOSE FILES
078400*----------------------------------------------------------
079100     WRITE DROP-RPT-REC FROM WS-TRAILER-3
079200     MOVE WS-REFUND-TOTAL TO RFT-TOTAL
079300     WRITE REFND-RPT-REC FROM WS-REFND-TRAILER
079310     MOVE WS-SPN-RETURN-TOTAL TO RFT-SPONSOR
079320     WRITE REFND-RPT-REC FROM WS-REFND-TRAILER-2
079400     CLOSE REFND-RPT-FILE
079500     CLOSE DROP-TRANS-FILE
079600     CLOSE STUDENT-MASTER
079900     CLOSE BILL-TRANS-FILE
080000     CLOSE MAINT-AUDIT-FILE
080100     CLOSE STU-JOURNAL-FILE
080110     IF WS-AWD-PRESENT
080120         CLOSE SPONSOR-AWARD-FILE
080130     END-IF
080200     CLOSE ACCOUNT-BAL-FILE
080210     CLOSE NOTIFY-QUEUE-FILE
080300     CLOSE DROP-RPT-FILE.
080400 8000-EXIT.
080500     EXIT.
