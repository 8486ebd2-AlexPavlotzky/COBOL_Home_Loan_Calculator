               ADD PH-INTERESTAPPLIED TO WS-TOTAL-INTEREST
               ADD PH-PRINCIPALAPPLIED TO WS-TOTAL-PRINCIPAL
               ADD PH-ESCROWAPPLIED TO WS-TOTAL-ESCROW
           END-IF
      *> A returned payment comes back out of the totals - the
      *> REVERSED row follows its POSTED original, so the running
      *> figures never go below what the reversal takes off.
           IF PH-TYPE = "REVERSED" AND PH-REVORIGTYPE = "POSTED"
               SUBTRACT PH-AMOUNT FROM WS-TOTAL-AMOUNT
               SUBTRACT PH-INTERESTAPPLIED FROM WS-TOTAL-INTEREST
               SUBTRACT PH-PRINCIPALAPPLIED FROM WS-TOTAL-PRINCIPAL
               SUBTRACT PH-ESCROWAPPLIED FROM WS-TOTAL-ESCROW
               IF PH-REVESCROWADVANCE NUMERIC
                   SUBTRACT PH-REVESCROWADVANCE FROM WS-TOTAL-ESCROW
               END-IF
           END-IF.

       PRINT-INQUIRY-TOTALS.
