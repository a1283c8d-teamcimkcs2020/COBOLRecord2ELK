      ******************************************************************
      * ORDER-CONTROL.CPY
      * Order feed control records. The upstream feed opens with one
      * header and closes with one trailer, both the length of an
      * order_message.cpy record and told apart from orders by
      * OC-MARKER = "**" (never the start of an ORDER-ID) with
      * OC-REC-TYPE "H" or "T". The header carries the feed date and
      * the file sequence number (one higher per file sent); the
      * trailer carries the count of order records between the two
      * and hash totals of their ORDER-QUANTITY and I-PRICE. No 01
      * level, so it can be nested under the order FD as a second
      * record description.
      ******************************************************************
        03 OC-MARKER            PIC X(2).
        03 OC-REC-TYPE          PIC X(1).
        03 OC-HEADER-DATA.
          05 OC-FEED-DATE       PIC 9(8).
          05 OC-FEED-SEQ        PIC 9(6).
          05 FILLER             PIC X(312).
        03 OC-TRAILER-DATA REDEFINES OC-HEADER-DATA.
          05 OC-REC-COUNT       PIC 9(8).
          05 OC-QTY-HASH        PIC 9(15).
          05 OC-PRICE-HASH      PIC 9(15).
          05 FILLER             PIC X(288).
