002000*                  FILE IN AS PROD.BILLING.TRANS, SO THE
002100*                  NIGHTLY STATEMENT SORT STOPS GROWING
002200*                  WITHOUT BOUND.
002210* 15/10/2026  AMN  REFUND-ISSUED RECORDS ("D", WRITTEN BY
002220*                  REFISSUE) NOW REDUCE THE STUDENT'S
002230*                  PAYMENTS WHEN THE ACTIVITY IS NETTED, SO A
002240*                  REFUNDED CREDIT IS NOT CARRIED FORWARD AS
002250*                  AN "A" RECORD.
002255* 15/10/2026  AMN  SPONSORED-SHARE RECORDS ("T" TAKEN OFF THE
002260*                  STUDENT, "U" GIVEN BACK ON A WITHDRAWAL) NOW
002265*                  NET LIKE A REVERSAL AND A CHARGE, AND THE
002270*                  SPONSOR ID IS KEPT ON THE ARCHIVED DETAIL.
002275*                  SAME-DAY RECORDS KEEP THEIR FILE ORDER IN
002280*                  THE SORT SO A SHARE FOLLOWS ITS CHARGE.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
006100     05  SW-TYPE             PIC X(01).
006200     05  SW-AMOUNT           PIC 9(05)V99.
006300     05  SW-DATE             PIC 9(8).
006310     05  SW-SPONSORID        PIC X(6).
006400
006500*----------------------------------------------------------
006600* BILL-ARCH-FILE - THE DATED ARCHIVE OF EVERY DETAIL
017100         THRU 1000-EXIT.
017200     SORT SORT-WORK-FILE
017300         ON ASCENDING KEY SW-STUDENTID SW-DATE
017310         WITH DUPLICATES IN ORDER
017400         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
017500         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.
017600     PERFORM 8000-TERMINATE
024300     MOVE BT-TYPE       TO SW-TYPE
024400     MOVE BT-AMOUNT     TO SW-AMOUNT
024500     MOVE BT-DATE       TO SW-DATE
024510     MOVE BT-SPONSORID  TO SW-SPONSORID
024600     RELEASE SORT-REC.
024700 3100-EXIT.
024800     EXIT.
029400     MOVE SW-TYPE       TO BT-TYPE
029500     MOVE SW-AMOUNT     TO BT-AMOUNT
029600     MOVE SW-DATE       TO BT-DATE
029610     MOVE SW-SPONSORID  TO BT-SPONSORID
029700     WRITE BILL-ARCH-REC FROM BILL-TRANS-REC
029800     IF NOT WS-ARCH-OK
029900         DISPLAY "BILLARCH - ECRITURE BILLARCH IMPOSSIBLE "
031000             ADD SW-AMOUNT TO WS-CHARGES
031100             PERFORM 4400-NOTE-CHARGE
031200                 THRU 4400-EXIT
031210         WHEN "U"
031220             ADD SW-AMOUNT TO WS-CHARGES
031230             PERFORM 4400-NOTE-CHARGE
031240                 THRU 4400-EXIT
031300         WHEN "R"
031310         WHEN "T"
031400             SUBTRACT SW-AMOUNT FROM WS-CHARGES
031500             PERFORM 4450-NOTE-REVERSAL
031600                 THRU 4450-EXIT
031800             ADD SW-AMOUNT TO WS-PAYMENTS
031900         WHEN "A"
032000             ADD SW-AMOUNT TO WS-PAYMENTS
032010         WHEN "D"
032020             SUBTRACT SW-AMOUNT FROM WS-PAYMENTS
032100         WHEN OTHER
032200             CONTINUE
032300     END-EVALUATE
