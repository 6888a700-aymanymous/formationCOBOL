002200*                  PAYPOST (FALSE "SANS FACTURE") AND TO
002300*                  INQUIRY.  THE TARGET KSDS MUST BE FRESHLY
002400*                  DEFINED (DELETE/DEFINE) BEFORE THE RUN.
002410* 15/10/2026  AMN  REFUND-ISSUED RECORDS ("D", WRITTEN BY
002420*                  REFISSUE) NOW NET AS THE ONLINE POSTING
002430*                  NETS THEM - SUBTRACTED FROM THE PAYMENTS
002440*                  AND ADDED BACK TO THE BALANCE.
002450* 15/10/2026  AMN  SPONSORED-SHARE RECORDS NOW NET AS THE
002460*                  ONLINE POSTING NETS THEM - "T" (TAKEN OFF THE
002470*                  STUDENT FOR A SPONSOR) LIKE A REVERSAL, "U"
002480*                  (GIVEN BACK ON A WITHDRAWAL) LIKE A CHARGE.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
024800     EVALUATE SW-TYPE
024900         WHEN "C"
025000         WHEN "S"
025010         WHEN "U"
025100             ADD SW-AMOUNT TO WS-CHARGES
025200             ADD SW-AMOUNT TO WS-BALANCE
025300         WHEN "R"
025310         WHEN "T"
025400             SUBTRACT SW-AMOUNT FROM WS-CHARGES
025500             SUBTRACT SW-AMOUNT FROM WS-BALANCE
025600         WHEN "P"
025700         WHEN "A"
025800             ADD SW-AMOUNT TO WS-PAYMENTS
025900             SUBTRACT SW-AMOUNT FROM WS-BALANCE
025910         WHEN "D"
025920             SUBTRACT SW-AMOUNT FROM WS-PAYMENTS
025930             ADD SW-AMOUNT TO WS-BALANCE
026000         WHEN OTHER
026100             CONTINUE
026200     END-EVALUATE
