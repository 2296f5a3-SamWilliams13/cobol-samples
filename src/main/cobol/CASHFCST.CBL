      * Measures one applied payment's lag and rolls it into its
      * account's entry. A payment whose invoice is not on the
      * history headers, or whose dates do not pass DATECHK, is
      * skipped rather than poisoning the average, and so is a
      * refund, which is money paid out rather than collected.

       ACCUMULATE-ONE-LAG.
           MOVE 'N' TO WS-FOUND-FLAG
               WHEN HST-INV-NUMBER(HIST-IDX) = CAP-INV-NUMBER
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF NOT ENTRY-WAS-FOUND OR CAP-IS-REFUND
               CONTINUE
           ELSE
               CALL 'DATECHK' USING HST-INV-DATE(HIST-IDX)
