003600*                  PRINTED STATEMENT CAN ACTUALLY BE MAILED.
003700*                  A STUDENT ABSENT FROM THE PERSON FILE IS
003800*                  NOTED ON THE STATEMENT FOR FOLLOW-UP.
003810* 15/10/2026  AMN  REFUND-ISSUED RECORDS ("D", WRITTEN BY
003820*                  REFISSUE) NOW PRINT AS "REMBOURSE" AND
003830*                  REDUCE THE PAYMENTS, SO A REFUNDED CREDIT
003840*                  NO LONGER SHOWS AS STILL OWED TO THE
003850*                  STUDENT.
003855* 15/10/2026  AMN  THE PART OF A FEE A SPONSOR PAYS ("T",
003860*                  WRITTEN WITH THE CHARGE) NOW PRINTS AS "PART
003865*                  TIERS" WITH THE SPONSOR ID AND COMES OFF THE
003870*                  CHARGES, AND A SHARE GIVEN BACK ON A
003875*                  WITHDRAWAL ("U") PRINTS AS "TIERS ANNU"
003880*                  AND GOES BACK ON - THE BALANCE AND THE AGING
003885*                  ARE THE STUDENT'S OWN SHARE ONLY.  SAME-DAY
003890*                  RECORDS KEEP THEIR FILE ORDER IN THE SORT SO
003895*                  A SHARE FOLLOWS ITS CHARGE.
003900*----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
007700     05  SW-TYPE             PIC X(01).
007800     05  SW-AMOUNT           PIC 9(05)V99.
007900     05  SW-DATE             PIC 9(8).
007910     05  SW-SPONSORID        PIC X(6).
008000
008100*----------------------------------------------------------
008200* STUDENT-PERSON-FILE - NAME AND MAILING ADDRESS PER STUDENT
020300     05  DTL-DATE                    PIC 9(8).
020400     05  FILLER                      PIC X(02) VALUE SPACES.
020500     05  DTL-AMOUNT                  PIC ZZZZZ9.99-.
020510     05  FILLER                      PIC X(02) VALUE SPACES.
020520     05  DTL-SPONSORID               PIC X(6).
020600
020700 01  WS-BALANCE-LINE.
020800     05  FILLER                      PIC X(12)
023100         THRU 1000-EXIT.
023200     SORT SORT-WORK-FILE
023300         ON ASCENDING KEY SW-STUDENTID SW-DATE
023310         WITH DUPLICATES IN ORDER
023400         INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
023500         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT.
023600     PERFORM 8000-TERMINATE
030300     MOVE BT-TYPE       TO SW-TYPE
030400     MOVE BT-AMOUNT     TO SW-AMOUNT
030500     MOVE BT-DATE       TO SW-DATE
030510     MOVE BT-SPONSORID  TO SW-SPONSORID
030600     RELEASE SORT-REC.
030700 3100-EXIT.
030800     EXIT.
036900             ADD SW-AMOUNT TO WS-CHARGES
037000             PERFORM 4400-NOTE-CHARGE
037100                 THRU 4400-EXIT
037105         WHEN "T"
037110             MOVE "PART TIERS" TO DTL-LABEL
037115             SUBTRACT SW-AMOUNT FROM WS-CHARGES
037120             PERFORM 4450-NOTE-REVERSAL
037125                 THRU 4450-EXIT
037130         WHEN "U"
037135             MOVE "TIERS ANNU" TO DTL-LABEL
037140             ADD SW-AMOUNT TO WS-CHARGES
037145             PERFORM 4400-NOTE-CHARGE
037150                 THRU 4400-EXIT
037200         WHEN "A"
037300             MOVE "AVOIR     " TO DTL-LABEL
037400             ADD SW-AMOUNT TO WS-PAYMENTS
037410         WHEN "D"
037420             MOVE "REMBOURSE " TO DTL-LABEL
037430             SUBTRACT SW-AMOUNT FROM WS-PAYMENTS
037500         WHEN OTHER
037600             MOVE "INCONNU   " TO DTL-LABEL
037700     END-EVALUATE
037800     MOVE SW-COURSECODE TO DTL-COURSECODE
037900     MOVE SW-DATE TO DTL-DATE
038000     MOVE SW-AMOUNT TO DTL-AMOUNT
038010     MOVE SW-SPONSORID TO DTL-SPONSORID
038100     WRITE STMT-RPT-REC FROM WS-DETAIL-LINE
038200     PERFORM 4100-RETURN-TRANS
038300         THRU 4100-EXIT.
