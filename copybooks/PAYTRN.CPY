      *-----------------------------------------------------------*
      *  PAYTRN.CPY                                                *
      *  Bursar payment transaction record - one payment, refund   *
      *  or adjustment against a student's account for a term,    *
      *  posted by PayPost to LEDGER.DAT.  Payment and refund      *
      *  amounts are positive; an adjustment carries its sign      *
      *  (negative is a credit).  The batch opens with an "H"      *
      *  header naming the batch and closes with a "T" trailer     *
      *  carrying the detail count, a hash total of the            *
      *  StudentIds and the signed total of the amounts.           *
      *-----------------------------------------------------------*
       01 PaymentTransaction.
          02  PT-Rec-Type           PIC X(01).
              88  PT-Header            VALUE "H".
              88  PT-Detail            VALUE "D".
              88  PT-Trailer           VALUE "T".
          02  PT-Detail-Fields.
              03  PT-StudentId          PIC 9(7).
              03  PT-Term               PIC X(5).
              03  PT-Entry-Type         PIC X(1).
                  88  PT-Payment           VALUE "P".
                  88  PT-Adjustment        VALUE "A".
                  88  PT-Refund            VALUE "R".
                  88  PT-Valid-Type        VALUE "P" "A" "R".
              03  PT-Amount             PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
              03  PT-Paid-Date          PIC 9(8).
              03  PT-Reference          PIC X(10).
          02  PT-Header-Fields REDEFINES PT-Detail-Fields.
              03  PT-Hdr-Batch-Date     PIC 9(8).
              03  PT-Hdr-Batch-Id       PIC X(10).
              03  FILLER                PIC X(23).
          02  PT-Control REDEFINES PT-Detail-Fields.
              03  PT-Ctl-Record-Count   PIC 9(07).
              03  PT-Ctl-Hash-Total     PIC 9(13).
              03  PT-Ctl-Total-Amount   PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
              03  FILLER                PIC X(07).
