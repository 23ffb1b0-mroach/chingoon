      *****************************************************************
      *    GOONJNLR
      *    Record layout for the GOONJNL GL journal interface file
      *    GOONBILL writes for the GL loader - fixed 80-byte records,
      *    one journal batch per billing run:
      *      H  header  - the billing window, the posting date, and
      *                   the entry count and debit and credit hash
      *                   totals the loader balances the batch to
      *      D  entry   - one debit per department cost center for
      *                   its chargeback, then one credit to the
      *                   service center for the total
      *      T  trailer - the entry count and hash totals again,
      *                   and the count of every record in the batch
      *                   including the header and trailer
      *    Amounts are dollars and cents, unsigned; the debit/credit
      *    code carries the direction. A balanced batch has equal
      *    debit and credit totals.
      *****************************************************************
       01  JOURNAL-RECORD.
           05 JNL-REC-TYPE       PIC X(01).
              88 JNL-HEADER         VALUE 'H'.
              88 JNL-ENTRY          VALUE 'D'.
              88 JNL-TRAILER        VALUE 'T'.
           05 JNL-SOURCE         PIC X(08).
           05 JNL-BATCH          PIC 9(06).
           05 JNL-BODY           PIC X(65).
      *    Header view
           05 JNL-HEADER-BODY REDEFINES JNL-BODY.
              10 JNH-PERIOD-FROM PIC 9(08).
              10 JNH-PERIOD-THRU PIC 9(08).
              10 JNH-POST-DATE   PIC 9(08).
              10 JNH-ENTRY-COUNT PIC 9(05).
              10 JNH-DEBIT-HASH  PIC 9(11)V99.
              10 JNH-CREDIT-HASH PIC 9(11)V99.
              10 JNH-REBILL      PIC X(01).
              10 FILLER          PIC X(09).
      *    Entry view
           05 JNL-ENTRY-BODY REDEFINES JNL-BODY.
              10 JNE-SEQ         PIC 9(05).
              10 JNE-COST-CENTER PIC X(08).
              10 JNE-ACCOUNT     PIC X(06).
              10 JNE-DR-CR       PIC X(01).
                 88 JNE-DEBIT       VALUE 'D'.
                 88 JNE-CREDIT      VALUE 'C'.
              10 JNE-AMOUNT      PIC 9(11)V99.
              10 JNE-DESC        PIC X(30).
              10 FILLER          PIC X(02).
      *    Trailer view
           05 JNL-TRAILER-BODY REDEFINES JNL-BODY.
              10 JNT-ENTRY-COUNT PIC 9(05).
              10 JNT-DEBIT-HASH  PIC 9(11)V99.
              10 JNT-CREDIT-HASH PIC 9(11)V99.
              10 JNT-RECORD-COUNT PIC 9(07).
              10 FILLER          PIC X(27).
