      *-----------------------------------------------------------*
      *  LEDGER.CPY                                                *
      *  LedgerRecord layout for LEDGER.DAT - the student account  *
      *  ledger.  Keyed by StudentId plus Term, with an entry      *
      *  number so a term can carry any number of dated entries;   *
      *  a new entry takes the next number after the last one on  *
      *  file for the student and term.  Charges, payments and     *
      *  refunds carry a positive amount; an adjustment carries    *
      *  its sign (negative is a credit to the student).  The      *
      *  amount owed is charges plus refunds plus adjustments      *
      *  less payments.  Ldg-Source names the job that posted the  *
      *  entry; Ldg-Reference is the bursar receipt or batch.      *
      *-----------------------------------------------------------*
       01 LedgerRecord.
          02  Ldg-Key.
              03 Ldg-StudentId    PIC 9(7).
              03 Ldg-Term         PIC X(5).
              03 Ldg-Entry-No     PIC 9(5).
          02  Ldg-Entry-Type      PIC X(1).
              88  Ldg-Charge         VALUE "C".
              88  Ldg-Payment        VALUE "P".
              88  Ldg-Adjustment     VALUE "A".
              88  Ldg-Refund         VALUE "R".
          02  Ldg-Entry-Date      PIC 9(8).
          02  Ldg-Amount          PIC S9(7)V99.
          02  Ldg-Source          PIC X(8).
          02  Ldg-Reference       PIC X(10).
