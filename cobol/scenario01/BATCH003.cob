         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
         SELECT FEED-CONTROL-FILE ASSIGN TO FEED-CONTROL-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS FEED-CONTROL-FILE-STATUS.
         SELECT SEEN-ORDER-FILE ASSIGN TO SEEN-ORDER-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SOR-ORDER-ID
                        ALTERNATE RECORD KEY IS SOR-DATE-KEY
                            WITH DUPLICATES
                        FILE STATUS IS SEEN-ORDER-FILE-STATUS.
         SELECT DUPLICATE-FILE ASSIGN TO DUPLICATE-FILE-NAME
                        FILE STATUS IS DUPLICATE-FILE-STATUS.
       FD  ORDER-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
         COPY "order_message.cpy" REPLACING message BY ORDER-REC.
       01 ORDER-CONTROL-REC.
         COPY "order-control.cpy".
      * Last order feed this program accepted - one record, rewritten
      * at end of a run that accepted a feed. FCR-PRIOR-SEQ is the
      * sequence accepted before it, so a same-day rerun of the same
      * file is still in sequence. Kept per program, like
      * the seen-order register.
       FD  FEED-CONTROL-FILE LABEL RECORD OMITTED.
       01 FEED-CONTROL-REC.
         02 FCR-LAST-SEQ       PIC 9(06).
         02 FCR-LAST-FEED-DATE PIC 9(08).
         02 FCR-ACCEPT-DATE    PIC 9(08).
         02 FCR-PRIOR-SEQ      PIC 9(06).
       FD  JSON-FILE LABEL RECORD OMITTED.
       01 JSON-OUT-REC PIC X(700).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      * Persistent seen-order register - one record per ORDER-ID this
      * program has already emitted as a JSON document, with the date
      * it was first processed. Keyed on ORDER-ID and updated in
      * place, with an alternate key on the processed date for the
      * retention and same-night purges. Kept per program - BATCH002
      * maintains its own register - so the two programs never
      * mistake each other's same-night processing for duplicates.
       FD  SEEN-ORDER-FILE LABEL RECORD OMITTED.
       01 SEEN-ORDER-REC.
         02 SOR-ORDER-ID PIC X(18).
         02 SOR-DATE-KEY.
           03 SOR-DATE   PIC 9(08).
      * Repeated orders are not emitted again - they land here with
      * the date the original was processed.
       FD  DUPLICATE-FILE LABEL RECORD OMITTED.
       01 DUPLICATE-FILE-NAME  PIC X(255).
       01 SEEN-ORDER-FILE-STATUS PIC X(02).
       01 DUPLICATE-FILE-STATUS  PIC X(02).
       01 SEEN-FOUND-FLAG  PIC X(01).
       01 SEEN-FOUND-DATE  PIC 9(08).
       01 SEEN-ADD-COUNT   PIC 9(8) VALUE 0.
       01 SEEN-PURGE-COUNT PIC 9(8) VALUE 0.
       01 SEEN-PURGE-LOW   PIC 9(8).
       01 SEEN-PURGE-HIGH  PIC 9(8).
       01 SEEN-IO-OP       PIC X(08).
       01 SEEN-RETENTION-DAYS PIC 9(3) VALUE 90.
       01 SEEN-RETENTION-ENV  PIC X(3).
       01 SEEN-RETENTION-NUM  PIC X(3) JUSTIFIED RIGHT.
       01 TODAY-DATE-NUM  PIC 9(8).
      *
      * Order feed control - the header/trailer check made before
      * anything is opened for output. Orders after the trailer are
      * repaired orders BATCH004 wrote for resubmission, concatenated
      * on by the operator; they are outside the upstream totals and
      * counted separately. FEEDEXPECTSEQ overrides the expected
      * sequence number when the operator has to resynchronise.
       01 FEED-CONTROL-FILE-NAME   PIC X(255).
       01 FEED-CONTROL-FILE-STATUS PIC X(02).
       01 FEED-TRAILER-FLAG  PIC X(01).
       01 FEED-CTL-FOUND     PIC X(01).
       01 FEED-SEQ           PIC 9(06).
       01 FEED-DATE          PIC 9(08).
       01 FEED-EXPECT-SEQ    PIC 9(06).
       01 FEED-PRIOR-SEQ     PIC 9(06).
       01 FEED-REC-COUNT     PIC 9(08) VALUE 0.
       01 FEED-QTY-HASH      PIC 9(15) VALUE 0.
       01 FEED-PRICE-HASH    PIC 9(15) VALUE 0.
       01 FEED-RESUB-COUNT   PIC 9(08) VALUE 0.
       01 FEED-EXPECT-ENV    PIC X(06).
       01 FEED-EXPECT-NUM    PIC X(06) JUSTIFIED RIGHT.
       01 TODAY-DATE-INT  PIC 9(8).
      *
      * JSON is hand-built with STRING (no JSON GENERATE in this
      * runtime - see req001 notes), so nothing escapes a quote or
                  FROM ENVIRONMENT "SEENORDERFILENAME".
           ACCEPT DUPLICATE-FILE-NAME
                  FROM ENVIRONMENT "DUPLICATEFILENAME".
           ACCEPT FEED-CONTROL-FILE-NAME
                  FROM ENVIRONMENT "FEEDCONTROLFILENAME".
           ACCEPT FEED-EXPECT-ENV FROM ENVIRONMENT "FEEDEXPECTSEQ".
      * SEENRETENTIONDAYS arrives left-justified with trailing spaces,
      * which fails a plain IS NUMERIC test - the digits are right-
      * justified and zero-filled before testing.
           COMPUTE TODAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM).
      *
           OPEN OUTPUT LOG-FILE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
      * The feed is checked whole before the JSON, duplicate or seen
      * files are touched - a refused feed posts nothing to ELK.
           PERFORM VERIFY-ORDER-FEED.
           PERFORM FILE-OPEN.
      *
           PERFORM OPEN-SEEN-ORDERS.
      *
      * Main Logic
           PERFORM ORDER-READ.
           PERFORM ORDER-TRANSFORM
                   UNTIL FLG-EOF = '1'.
      *
           PERFORM CLOSE-SEEN-ORDERS.
           PERFORM WRITE-FEED-CONTROL.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           STRING "Orders read: " D-VALUE02
                  ", JSON documents written: " D-VALUE03
                  ", Skipped (unsafe JSON): " UNSAFE-JSON-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Dups: " DUP-ORDER-COUNT
                  ", Cancel docs: " CANCEL-DOC-COUNT
                  ", Adjust docs: " ADJUST-DOC-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
         EXIT.
      *********************************
      * Order Read
      * Header and trailer records were checked up front and are
      * passed over here.
       ORDER-READ SECTION.
       ORDER-READ-S.
           READ ORDER-FILE
               MOVE '1' TO FLG-EOF
           END-READ.
           IF FLG-EOF NOT = '1'
               IF OC-MARKER = "**"
                   GO TO ORDER-READ-S
               END-IF
               ADD 1 TO D-VALUE02
           END-IF.
       ORDER-READ-E.
         EXIT.
      *********************************
      * Verify Order Feed
      * One pass over the order file before anything is opened for
      * output. The first record must be a header; the orders up to
      * the trailer are counted and their ORDER-QUANTITY and I-PRICE
      * hash-totalled, and both must equal the trailer. A missing
      * trailer means the file was cut short in transfer. The header
      * sequence must be the next after the last feed accepted - a
      * lower or equal number is a replayed file, a higher one a gap.
      * Any failure ends the job with return code 16 so the chain
      * stops before a partial or repeated night is posted.
       VERIFY-ORDER-FEED SECTION.
       VERIFY-ORDER-FEED-S.
           OPEN INPUT ORDER-FILE.
           MOVE SPACE TO FLG-EOF.
           MOVE "N" TO FEED-TRAILER-FLAG.
           READ ORDER-FILE
             AT END
               MOVE "1" TO FLG-EOF
           END-READ.
           IF FLG-EOF = "1"
              OR OC-MARKER NOT = "**"
              OR OC-REC-TYPE NOT = "H"
              OR OC-FEED-DATE IS NOT NUMERIC
              OR OC-FEED-SEQ IS NOT NUMERIC
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID012" TO AL-MSGID
               MOVE "Order feed has no valid header - feed refused"
                 TO AL-MSGTXT
               CLOSE ORDER-FILE
               PERFORM REFUSE-ORDER-FEED
           END-IF.
           MOVE OC-FEED-SEQ TO FEED-SEQ.
           MOVE OC-FEED-DATE TO FEED-DATE.
           PERFORM UNTIL FLG-EOF = "1"
               READ ORDER-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   IF OC-MARKER = "**"
                       IF OC-REC-TYPE NOT = "T"
                          OR FEED-TRAILER-FLAG = "Y"
                           MOVE SPACE TO AL-MSGTXT
                           MOVE "MSGID012" TO AL-MSGID
                           MOVE "Stray control record - feed refused"
                             TO AL-MSGTXT
                           CLOSE ORDER-FILE
                           PERFORM REFUSE-ORDER-FEED
                       END-IF
                       MOVE "Y" TO FEED-TRAILER-FLAG
                       IF OC-REC-COUNT NOT = FEED-REC-COUNT
                          OR OC-QTY-HASH NOT = FEED-QTY-HASH
                          OR OC-PRICE-HASH NOT = FEED-PRICE-HASH
                           MOVE SPACE TO AL-MSGTXT
                           MOVE "MSGID014" TO AL-MSGID
                           STRING "Trailer mismatch - feed count "
                                  FEED-REC-COUNT " qty " FEED-QTY-HASH
                                  " price " FEED-PRICE-HASH
                                  " - feed refused"
                                  DELIMITED BY SIZE INTO AL-MSGTXT
                           CLOSE ORDER-FILE
                           PERFORM REFUSE-ORDER-FEED
                       END-IF
                   ELSE
                       IF FEED-TRAILER-FLAG = "Y"
                           ADD 1 TO FEED-RESUB-COUNT
                       ELSE
                           ADD 1 TO FEED-REC-COUNT
                           IF ORDER-QUANTITY OF ORDER-REC IS NUMERIC
                               ADD ORDER-QUANTITY OF ORDER-REC
                                 TO FEED-QTY-HASH
                           END-IF
                           IF I-PRICE OF ORDER-REC IS NUMERIC
                               ADD I-PRICE OF ORDER-REC
                                 TO FEED-PRICE-HASH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ORDER-FILE.
           MOVE SPACE TO FLG-EOF.
           IF FEED-TRAILER-FLAG NOT = "Y"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID013" TO AL-MSGID
               STRING "Order feed has no trailer - truncated after "
                      FEED-REC-COUNT " orders - feed refused"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM REFUSE-ORDER-FEED
           END-IF.
      *
      * Sequence check against the last feed accepted. A rerun of
      * the feed already accepted today is checked against the one
      * accepted before it.
           MOVE "N" TO FEED-CTL-FOUND.
           OPEN INPUT FEED-CONTROL-FILE.
           IF FEED-CONTROL-FILE-STATUS = "00"
               READ FEED-CONTROL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FCR-LAST-SEQ IS NUMERIC
                      AND FCR-PRIOR-SEQ IS NUMERIC
                       MOVE "Y" TO FEED-CTL-FOUND
                   END-IF
               END-READ
           END-IF.
           CLOSE FEED-CONTROL-FILE.
           IF FEED-CTL-FOUND = "Y"
               IF FCR-ACCEPT-DATE = TODAY-DATE-NUM
                  AND FCR-LAST-SEQ = FEED-SEQ
                   MOVE FCR-PRIOR-SEQ TO FEED-PRIOR-SEQ
               ELSE
                   MOVE FCR-LAST-SEQ TO FEED-PRIOR-SEQ
               END-IF
           ELSE
               COMPUTE FEED-PRIOR-SEQ = FEED-SEQ - 1
           END-IF.
           IF FEED-PRIOR-SEQ = 999999
               MOVE 1 TO FEED-EXPECT-SEQ
           ELSE
               COMPUTE FEED-EXPECT-SEQ = FEED-PRIOR-SEQ + 1
           END-IF.
           IF FEED-EXPECT-ENV NOT = SPACE
               MOVE FUNCTION TRIM(FEED-EXPECT-ENV) TO FEED-EXPECT-NUM
               INSPECT FEED-EXPECT-NUM REPLACING LEADING " " BY "0"
               IF FEED-EXPECT-NUM IS NUMERIC
                   MOVE FEED-EXPECT-NUM TO FEED-EXPECT-SEQ
                   IF FEED-EXPECT-SEQ = 1
                       MOVE 999999 TO FEED-PRIOR-SEQ
                   ELSE
                       COMPUTE FEED-PRIOR-SEQ = FEED-EXPECT-SEQ - 1
                   END-IF
                   MOVE SPACE TO AL-MSGTXT
                   MOVE "MSGID017" TO AL-MSGID
                   STRING "Feed sequence override - expecting "
                          FEED-EXPECT-SEQ
                          DELIMITED BY SIZE INTO AL-MSGTXT
                   PERFORM WRITE-LOG
               END-IF
           END-IF.
           IF FEED-CTL-FOUND NOT = "Y"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID017" TO AL-MSGID
               STRING "Feed control not found - sequence "
                      FEED-SEQ " accepted as first"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
           IF FEED-SEQ < FEED-EXPECT-SEQ
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID016" TO AL-MSGID
               STRING "Order feed replayed - sequence " FEED-SEQ
                      " expected " FEED-EXPECT-SEQ " - feed refused"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM REFUSE-ORDER-FEED
           END-IF.
           IF FEED-SEQ > FEED-EXPECT-SEQ
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID015" TO AL-MSGID
               STRING "Order feed sequence gap - sequence " FEED-SEQ
                      " expected " FEED-EXPECT-SEQ " - feed refused"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM REFUSE-ORDER-FEED
           END-IF.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID011" TO AL-MSGID.
           STRING "Feed accepted - sequence " FEED-SEQ
                  " date " FEED-DATE
                  " orders " FEED-REC-COUNT
                  " resubmitted " FEED-RESUB-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       VERIFY-ORDER-FEED-E.
         EXIT.
      *********************************
      * Refuse Order Feed
      * AL-MSGID / AL-MSGTXT carry the reason. Nothing but the log
      * is open by now.
       REFUSE-ORDER-FEED SECTION.
       REFUSE-ORDER-FEED-S.
           PERFORM WRITE-LOG.
           CLOSE LOG-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       REFUSE-ORDER-FEED-E.
         EXIT.
      *********************************
      * Write Feed Control
      * Records tonight's feed as the last accepted, once every
      * output has been written.
       WRITE-FEED-CONTROL SECTION.
       WRITE-FEED-CONTROL-S.
           OPEN OUTPUT FEED-CONTROL-FILE.
           MOVE FEED-SEQ TO FCR-LAST-SEQ.
           MOVE FEED-DATE TO FCR-LAST-FEED-DATE.
           MOVE TODAY-DATE-NUM TO FCR-ACCEPT-DATE.
           MOVE FEED-PRIOR-SEQ TO FCR-PRIOR-SEQ.
           WRITE FEED-CONTROL-REC.
           CLOSE FEED-CONTROL-FILE.
       WRITE-FEED-CONTROL-E.
         EXIT.
      *********************************
      * Order Transform
      * Builds one JSON document per order, with ITEM and SHOP-INFO
      * exploded into nested "item"/"shop" objects.
       TRANSFORM-ONE-ORDER-E.
         EXIT.
      *********************************
      * Open Seen Orders
      * Opens the keyed register for update and purges the entries
      * that must not dedup tonight: those older than the retention
      * window, and those dated today, so a same-night rerun (against
      * a corrected order file) still emits the night's documents
      * instead of flagging every order as a duplicate. A missing
      * register is simply a first run - it is created empty. Any
      * other open failure (a register not yet converted from the
      * old sequential layout, say) stops the run rather than start
      * detection over.
       OPEN-SEEN-ORDERS SECTION.
       OPEN-SEEN-ORDERS-S.
           OPEN I-O SEEN-ORDER-FILE.
           IF SEEN-ORDER-FILE-STATUS = "35"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               MOVE "Seen-order register not found - starting empty"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               OPEN OUTPUT SEEN-ORDER-FILE
               CLOSE SEEN-ORDER-FILE
               OPEN I-O SEEN-ORDER-FILE
           END-IF.
           IF SEEN-ORDER-FILE-STATUS (1:1) NOT = "0"
               MOVE "OPEN" TO SEEN-IO-OP
               PERFORM ABORT-SEEN-REGISTER
           END-IF.
      * Expired - processed on or before the last day outside the
      * retention window.
           MOVE 0 TO SEEN-PURGE-LOW.
           COMPUTE SEEN-PURGE-HIGH = FUNCTION DATE-OF-INTEGER(
               TODAY-DATE-INT - SEEN-RETENTION-DAYS - 1).
           PERFORM PURGE-SEEN-RANGE.
      * Processed by an earlier run tonight.
           MOVE TODAY-DATE-NUM TO SEEN-PURGE-LOW.
           MOVE TODAY-DATE-NUM TO SEEN-PURGE-HIGH.
           PERFORM PURGE-SEEN-RANGE.
       OPEN-SEEN-ORDERS-E.
         EXIT.
      *********************************
      * Purge Seen Range
      * Deletes every entry processed SEEN-PURGE-LOW through
      * SEEN-PURGE-HIGH, reading along the processed-date key from
      * the first such entry - only the entries dropped are read.
       PURGE-SEEN-RANGE SECTION.
       PURGE-SEEN-RANGE-S.
           MOVE SEEN-PURGE-LOW TO SOR-DATE.
           START SEEN-ORDER-FILE KEY IS NOT LESS THAN SOR-DATE-KEY
             INVALID KEY
               GO TO PURGE-SEEN-RANGE-E
           END-START.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SEEN-ORDER-FILE NEXT RECORD
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                  AND SEEN-ORDER-FILE-STATUS (1:1) NOT = "0"
                   MOVE "READ" TO SEEN-IO-OP
                   PERFORM ABORT-SEEN-REGISTER
               END-IF
               IF FLG-EOF NOT = "1"
                   IF SOR-DATE > SEEN-PURGE-HIGH
                       MOVE "1" TO FLG-EOF
                   ELSE
                       DELETE SEEN-ORDER-FILE RECORD
                       IF SEEN-ORDER-FILE-STATUS (1:1) NOT = "0"
                           MOVE "DELETE" TO SEEN-IO-OP
                           PERFORM ABORT-SEEN-REGISTER
                       END-IF
                       ADD 1 TO SEEN-PURGE-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACE TO FLG-EOF.
       PURGE-SEEN-RANGE-E.
         EXIT.
      *********************************
      * Find Seen Order
      * Keyed read of the register by ORDER-ID.
       FIND-SEEN-ORDER SECTION.
       FIND-SEEN-ORDER-S.
           MOVE "N" TO SEEN-FOUND-FLAG.
           MOVE 0 TO SEEN-FOUND-DATE.
           MOVE ORDER-ID OF ORDER-REC TO SOR-ORDER-ID.
           READ SEEN-ORDER-FILE
             KEY IS SOR-ORDER-ID
             INVALID KEY
               MOVE "N" TO SEEN-FOUND-FLAG
             NOT INVALID KEY
               MOVE "Y" TO SEEN-FOUND-FLAG
               MOVE SOR-DATE TO SEEN-FOUND-DATE
           END-READ.
           IF SEEN-FOUND-FLAG NOT = "Y"
              AND SEEN-ORDER-FILE-STATUS NOT = "23"
               MOVE "READ" TO SEEN-IO-OP
               PERFORM ABORT-SEEN-REGISTER
           END-IF.
       FIND-SEEN-ORDER-E.
         EXIT.
      *********************************
      * Record Seen Order
       RECORD-SEEN-ORDER SECTION.
       RECORD-SEEN-ORDER-S.
           MOVE ORDER-ID OF ORDER-REC TO SOR-ORDER-ID.
           MOVE TODAY-DATE-NUM TO SOR-DATE.
           WRITE SEEN-ORDER-REC.
           IF SEEN-ORDER-FILE-STATUS (1:1) NOT = "0"
               MOVE "WRITE" TO SEEN-IO-OP
               PERFORM ABORT-SEEN-REGISTER
           END-IF.
           ADD 1 TO SEEN-ADD-COUNT.
       RECORD-SEEN-ORDER-E.
         EXIT.
      *********************************
      * Abort Seen Register
      * The register is updated in place through the run, so an I/O
      * failure on it stops the job rather than emit documents the
      * register does not know about. The rerun's open purges
      * whatever this run had already registered.
       ABORT-SEEN-REGISTER SECTION.
       ABORT-SEEN-REGISTER-S.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID009" TO AL-MSGID.
           STRING "Seen-order register " DELIMITED BY SIZE
                  SEEN-IO-OP DELIMITED BY SPACE
                  " failed - status " SEEN-ORDER-FILE-STATUS
                  " - abort" DELIMITED BY SIZE
                  INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       ABORT-SEEN-REGISTER-E.
         EXIT.
      *********************************
      * Close Seen Orders
      * Every order was registered as it was emitted; this only
      * closes the register and logs tonight's activity on it.
       CLOSE-SEEN-ORDERS SECTION.
       CLOSE-SEEN-ORDERS-S.
           CLOSE SEEN-ORDER-FILE.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID010" TO AL-MSGID.
           STRING "Register added: " SEEN-ADD-COUNT
                  ", purged: " SEEN-PURGE-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       CLOSE-SEEN-ORDERS-E.
         EXIT.
      *********************************
      * Check JSON Safe
         MOVE SPACE  TO  FLG-EOF.
         OPEN OUTPUT JSON-FILE.
         OPEN OUTPUT DUPLICATE-FILE.
       FILE-OPEN-E.
         EXIT.
      *********************************
