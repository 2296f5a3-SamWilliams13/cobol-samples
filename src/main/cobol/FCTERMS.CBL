      *****************************************************************
      * Program name:    FCTERMS
      * Original author: Dave Nicolette
      *
      * Shared finance-charge decode, the companion to TERMLOOK for
      * the same terms codes: the monthly finance-charge rate, the
      * grace period in days past the due date before a charge is
      * assessed, and the minimum charge for one past-due item. A
      * blank or unrecognized code decodes as the net 30 house
      * standard, the same fallback TERMLOOK uses, so every item
      * TERMLOOK gave a due date to has a finance-charge rule too.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FCTERMS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01  LK-TERMS-CODE                PIC X(04).
       01  LK-MONTHLY-RATE              PIC SV9(05).
       01  LK-GRACE-DAYS                PIC 9(03).
       01  LK-MINIMUM-CHARGE            PIC 9(03)V99.

       PROCEDURE DIVISION USING LK-TERMS-CODE LK-MONTHLY-RATE
               LK-GRACE-DAYS LK-MINIMUM-CHARGE.

       MAIN-LOGIC.
           EVALUATE LK-TERMS-CODE
               WHEN 'N15 '
                   MOVE 0.015 TO LK-MONTHLY-RATE
                   MOVE 5 TO LK-GRACE-DAYS
                   MOVE 2.00 TO LK-MINIMUM-CHARGE
      * Net 60 customers negotiated long terms; they get a longer
      * grace period and the lower rate to match.
               WHEN 'N60 '
                   MOVE 0.01 TO LK-MONTHLY-RATE
                   MOVE 15 TO LK-GRACE-DAYS
                   MOVE 2.00 TO LK-MINIMUM-CHARGE
      * The discount terms already reward paying early; paying late
      * costs the same as plain net 30.
               WHEN '210 '
                   MOVE 0.015 TO LK-MONTHLY-RATE
                   MOVE 10 TO LK-GRACE-DAYS
                   MOVE 2.00 TO LK-MINIMUM-CHARGE
               WHEN '110 '
                   MOVE 0.015 TO LK-MONTHLY-RATE
                   MOVE 10 TO LK-GRACE-DAYS
                   MOVE 2.00 TO LK-MINIMUM-CHARGE
               WHEN OTHER
                   MOVE 0.015 TO LK-MONTHLY-RATE
                   MOVE 10 TO LK-GRACE-DAYS
                   MOVE 2.00 TO LK-MINIMUM-CHARGE
           END-EVALUATE
           GOBACK.
