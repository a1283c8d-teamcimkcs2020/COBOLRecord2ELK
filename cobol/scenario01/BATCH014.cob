       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH014.
      *
      * Applies add/update/delete transactions against the shop,
      * vendor and item masters that BATCH002 loads, so a typo made
      * hand-editing a master no longer sends a whole night of orders
      * to the vendor or item exception files. Every transaction is
      * validated (field content, duplicate adds, updates/deletes of
      * missing keys) and every applied change is written to the
      * audit file with before/after record images and the user id
      * carried on the transaction - the same approach BATCH005 takes
      * for the location master.
      *
      * Deletes that would orphan live data are refused: a shop still
      * on the shop history, a vendor still on the vendor history, or
      * an item that open entries on BATCH002's seen-order register
      * (the orders a cancellation or adjustment can still back out)
      * refer to.
      *
      * An item price change is filed ahead with a future
      * ITM-EFF-DATE. It is held on the pending price file and only
      * moved onto the item master by the run on or after that date,
      * so this job runs every night ahead of BATCH002 whether or not
      * there are transactions.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT MAINT-TRANS-FILE ASSIGN TO MAINT-TRANS-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MAINT-TRANS-FILE-STATUS.
         SELECT SHOP-FILE ASSIGN TO SHOP-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SHOP-FILE-STATUS.
         SELECT VENDOR-FILE ASSIGN TO VENDOR-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS VENDOR-FILE-STATUS.
         SELECT ITEM-FILE ASSIGN TO ITEM-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ITEM-FILE-STATUS.
         SELECT ITEM-PENDING-FILE ASSIGN TO ITEM-PENDING-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ITEM-PENDING-FILE-STATUS.
         SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS HISTORY-FILE-STATUS.
         SELECT VENDOR-HISTORY-FILE
                        ASSIGN TO VENDOR-HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS VENDOR-HISTORY-FILE-STATUS.
         SELECT SEEN-ORDER-FILE ASSIGN TO SEEN-ORDER-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS SOR-ORDER-ID
                        ALTERNATE RECORD KEY IS SOR-DATE-KEY
                            WITH DUPLICATES
                        FILE STATUS IS SEEN-ORDER-FILE-STATUS.
         SELECT MAINT-AUDIT-FILE ASSIGN TO MAINT-AUDIT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MAINT-AUDIT-FILE-STATUS.
         SELECT MAINT-REJECT-FILE ASSIGN TO MAINT-REJECT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MAINT-REJECT-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
      * Maintenance transaction: master "S" shop / "V" vendor / "I"
      * item, action "A"/"U"/"D", the id of whoever filed the change
      * (carried through to the audit), then the full replacement
      * master record image in that master's own layout (only the key
      * is needed on a delete).
       FD  MAINT-TRANS-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 MAINT-TRANS-REC.
         02 MTX-MASTER PIC X(01).
         02 MTX-ACTION PIC X(01).
         02 MTX-USERID PIC X(08).
         02 MTX-SHOP-DATA.
           COPY "shop-info.cpy".
         02 MTX-VENDOR-DATA REDEFINES MTX-SHOP-DATA.
           COPY "vendor-info.cpy".
           03 FILLER PIC X(161).
         02 MTX-ITEM-DATA REDEFINES MTX-SHOP-DATA.
           COPY "item-info.cpy".
           03 FILLER PIC X(122).
       FD  SHOP-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 SHOP-REC.
         COPY "shop-info.cpy".
       FD  VENDOR-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 VENDOR-REC.
         COPY "vendor-info.cpy".
       FD  ITEM-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 ITEM-REC.
         COPY "item-info.cpy".
      * Item price changes filed ahead of their effective date - one
      * per item, a later filing replacing an earlier one. Read at
      * start, rewritten at end without the entries made live.
       FD  ITEM-PENDING-FILE LABEL RECORD OMITTED.
       01 ITEM-PENDING-REC.
         02 PND-ITEM-CODE  PIC X(07).
         02 PND-UNIT-PRICE PIC 9(08).
         02 PND-EFF-DATE   PIC 9(08).
         02 PND-USERID     PIC X(08).
         02 PND-FILED-DATE PIC 9(08).
      * BATCH002's shop and vendor histories and seen-order register
      * - read only, for the orphan checks on a delete.
       FD  HISTORY-FILE LABEL RECORD OMITTED.
       01 HISTORY-REC.
         02 HIST-RUN-DATE    PIC 9(08).
         02 HIST-SHOP-ID     PIC X(06).
         02 HIST-ORDER-COUNT PIC 9(08).
         02 HIST-TOTAL-QTY   PIC 9(08).
         02 HIST-TOTAL-PRICE PIC 9(18).
         02 FILLER           PIC X(32).
       FD  VENDOR-HISTORY-FILE LABEL RECORD OMITTED.
       01 VENDOR-HISTORY-REC.
         02 VHIST-RUN-DATE    PIC 9(08).
         02 VHIST-VENDOR-ID   PIC X(04).
         02 VHIST-ORDER-COUNT PIC 9(08).
         02 VHIST-TOTAL-QTY   PIC 9(08).
         02 VHIST-TOTAL-PRICE PIC 9(18).
       FD  SEEN-ORDER-FILE LABEL RECORD OMITTED.
       01 SEEN-ORDER-REC.
         02 SOR-ORDER-ID  PIC X(18).
         02 SOR-DATE-KEY.
           03 SOR-DATE    PIC 9(08).
         02 SOR-QTY       PIC 9(08).
         02 SOR-PRICE     PIC 9(18).
         02 SOR-ITEM-CODE PIC X(07).
       FD  MAINT-AUDIT-FILE LABEL RECORD OMITTED.
       01 MAINT-AUDIT-REC PIC X(500).
       FD  MAINT-REJECT-FILE LABEL RECORD OMITTED.
       01 MAINT-REJECT-REC.
         02 MRJ-TRANS  PIC X(215).
         02 MRJ-REASON PIC X(40).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 MAINT-TRANS-FILE-NAME    PIC X(255).
       01 SHOP-FILE-NAME           PIC X(255).
       01 VENDOR-FILE-NAME         PIC X(255).
       01 ITEM-FILE-NAME           PIC X(255).
       01 ITEM-PENDING-FILE-NAME   PIC X(255).
       01 HISTORY-FILE-NAME        PIC X(255).
       01 VENDOR-HISTORY-FILE-NAME PIC X(255).
       01 SEEN-ORDER-FILE-NAME     PIC X(255).
       01 MAINT-AUDIT-FILE-NAME    PIC X(255).
       01 MAINT-REJECT-FILE-NAME   PIC X(255).
       01 LOG-FILE-NAME            PIC X(255).
       01 MAINT-TRANS-FILE-STATUS    PIC X(02).
       01 SHOP-FILE-STATUS           PIC X(02).
       01 VENDOR-FILE-STATUS         PIC X(02).
       01 ITEM-FILE-STATUS           PIC X(02).
       01 ITEM-PENDING-FILE-STATUS   PIC X(02).
       01 HISTORY-FILE-STATUS        PIC X(02).
       01 VENDOR-HISTORY-FILE-STATUS PIC X(02).
       01 SEEN-ORDER-FILE-STATUS     PIC X(02).
       01 MAINT-AUDIT-FILE-STATUS    PIC X(02).
       01 MAINT-REJECT-FILE-STATUS   PIC X(02).
       01 LOG-FILE-STATUS            PIC X(02).
      *
       01 CURRENT-DATE.
          03 CD-YEAR  PIC 9(4).
          03 CD-MONTH PIC 9(2).
          03 CD-DAY   PIC 9(2).
       01 CURRENT-TIME.
          03 CT-HOURS   PIC 9(2).
          03 CT-MINUTES PIC 9(2).
          03 CT-SECONDS PIC 9(2).
          03 CT-10MSEC  PIC 9(2).
      *
       01 APL-LOG.
          03 AL-YEAR    PIC 9(4).
          03 FILLER     PIC X(1) VALUE "/".
          03 AL-MONTH   PIC 9(2).
          03 FILLER     PIC X(1) VALUE "/".
          03 AL-DAY     PIC 9(2).
          03 FILLER     PIC X(1) VALUE "-".
          03 Al-HOURS   PIC 9(2).
          03 FILLER     PIC X(1) VALUE ":".
          03 AL-MINUTES PIC 9(2).
          03 FILLER     PIC X(1) VALUE ":".
          03 AL-SECONDS PIC 9(2).
          03 FILLER     PIC X(1) VALUE ".".
          03 AL-10MSEC  PIC 9(2).
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-BATCHID PIC X(8) VALUE "BATCH014".
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-MSGID   PIC X(8).
          03 FILLER     PIC X(2) VALUE ": ".
          03 AL-MSGTXT  PIC X(100).
      *
      * Structured (ELK-ready) log record built from APL-LOG
       01 LG-TIMESTAMP PIC X(22).
       01 LG-MSGTXT-TRIM PIC X(100).
      *
       01 TODAY-DATE-NUM PIC 9(8).
      *
      * In-memory masters. The table sizes are the load limits
      * BATCH002 enforces, so an add that would leave a master too
      * big for the nightly job is refused here instead. A deleted
      * entry is blanked and dropped when the master is rewritten.
       01 SHOP-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SHOP-TABLE.
          02 SHOP-ENTRY OCCURS 200 TIMES INDEXED BY SHOP-IDX.
             COPY "shop-info.cpy".
       01 VENDOR-TABLE-COUNT PIC 9(4) VALUE 0.
       01 VENDOR-TABLE.
          02 VENDOR-ENTRY OCCURS 200 TIMES INDEXED BY VENDOR-IDX.
             COPY "vendor-info.cpy".
       01 ITEM-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ITEM-TABLE.
          02 ITEM-ENTRY OCCURS 500 TIMES INDEXED BY ITEM-IDX.
             COPY "item-info.cpy".
       01 PND-TABLE-COUNT PIC 9(4) VALUE 0.
       01 PND-TABLE.
          02 PND-ENTRY OCCURS 500 TIMES INDEXED BY PND-IDX.
             03 PNT-ITEM-CODE  PIC X(07).
             03 PNT-UNIT-PRICE PIC 9(08).
             03 PNT-EFF-DATE   PIC 9(08).
             03 PNT-USERID     PIC X(08).
             03 PNT-FILED-DATE PIC 9(08).
      *
      * Rewrite switches - a master is only rewritten when something
      * in it changed, so a night with no transactions leaves the
      * files untouched.
       01 SHOP-CHANGED-FLAG    PIC X(01) VALUE "N".
       01 VENDOR-CHANGED-FLAG  PIC X(01) VALUE "N".
       01 ITEM-CHANGED-FLAG    PIC X(01) VALUE "N".
       01 PENDING-CHANGED-FLAG PIC X(01) VALUE "N".
       01 TRANS-OPEN-FLAG      PIC X(01) VALUE "N".
      *
      * Transaction validation result
       01 VT-VALID-REC  PIC X(01).
       01 VT-ERROR-TEXT PIC X(40).
       01 MK-FOUND-FLAG PIC X(01).
       01 PND-FOUND-FLAG PIC X(01).
       01 REF-FOUND-FLAG PIC X(01).
       01 PRICE-CHANGE-FLAG PIC X(01).
       01 DATE-CHECK-INT PIC 9(8).
      *
      * Audit line fields. An add has no before image and a delete no
      * after image - those show as "(none)" on the audit line. The
      * image length is the length of that master's record, so the
      * audit line does not carry 160 bytes of padding for a vendor.
       01 AUD-MASTER      PIC X(01).
       01 AUD-ACTION      PIC X(01).
       01 AUD-USERID      PIC X(08).
       01 AUD-KEY         PIC X(07).
       01 AUD-RECORD-LEN  PIC 9(3).
       01 AUD-IMAGE-LEN   PIC 9(3).
       01 AUD-PTR         PIC 9(3).
       01 AUD-BEFORE-TEXT PIC X(205).
       01 AUD-AFTER-TEXT  PIC X(205).
      *
       01 TRANS-READ-COUNT    PIC 9(8) VALUE 0.
       01 TRANS-ADD-COUNT     PIC 9(8) VALUE 0.
       01 TRANS-UPDATE-COUNT  PIC 9(8) VALUE 0.
       01 TRANS-DELETE-COUNT  PIC 9(8) VALUE 0.
       01 TRANS-REJECT-COUNT  PIC 9(8) VALUE 0.
       01 PRICE-FILED-COUNT   PIC 9(8) VALUE 0.
       01 PRICE-LIVE-COUNT    PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT MAINT-TRANS-FILE-NAME
                  FROM ENVIRONMENT "MASTERTRANSFILENAME".
           ACCEPT SHOP-FILE-NAME FROM ENVIRONMENT "SHOPFILENAME".
           ACCEPT VENDOR-FILE-NAME FROM ENVIRONMENT "VENDORFILENAME".
           ACCEPT ITEM-FILE-NAME FROM ENVIRONMENT "ITEMFILENAME".
           ACCEPT ITEM-PENDING-FILE-NAME
                  FROM ENVIRONMENT "ITEMPENDINGFILENAME".
           ACCEPT HISTORY-FILE-NAME
                  FROM ENVIRONMENT "HISTORYFILENAME".
           ACCEPT VENDOR-HISTORY-FILE-NAME
                  FROM ENVIRONMENT "VENDORHISTORYFILENAME".
           ACCEPT SEEN-ORDER-FILE-NAME
                  FROM ENVIRONMENT "SEENORDERFILENAME".
           ACCEPT MAINT-AUDIT-FILE-NAME
                  FROM ENVIRONMENT "MASTERAUDITFILENAME".
           ACCEPT MAINT-REJECT-FILE-NAME
                  FROM ENVIRONMENT "MASTERREJECTFILENAME".
           ACCEPT AL-BATCHID FROM ENVIRONMENT "BATCHID".
           ACCEPT LOG-FILE-NAME FROM ENVIRONMENT "LOGFILENAME".
      *
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DATE-NUM =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
      *
           PERFORM FILE-OPEN.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
           IF TRANS-OPEN-FLAG NOT = "Y"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID012" TO AL-MSGID
               STRING "No transaction file - status "
                      MAINT-TRANS-FILE-STATUS
                      " - pending prices only"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
      *
           PERFORM LOAD-SHOP-MASTER.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-ITEM-MASTER.
           PERFORM LOAD-PENDING-PRICES.
           PERFORM PROMOTE-PENDING-PRICES.
      *
      * Main Logic
           IF TRANS-OPEN-FLAG = "Y"
               PERFORM TRANS-READ
               PERFORM TRANS-APPLY
                       UNTIL FLG-EOF = '1'
           END-IF.
      *
           PERFORM WRITE-SHOP-MASTER.
           PERFORM WRITE-VENDOR-MASTER.
           PERFORM WRITE-ITEM-MASTER.
           PERFORM WRITE-PENDING-PRICES.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID002" TO AL-MSGID.
           MOVE "End Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Trans read: " TRANS-READ-COUNT
                  ", Adds: " TRANS-ADD-COUNT
                  ", Updates: " TRANS-UPDATE-COUNT
                  ", Deletes: " TRANS-DELETE-COUNT
                  ", Rejected: " TRANS-REJECT-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Prices filed: " PRICE-FILED-COUNT
                  ", Prices made live: " PRICE-LIVE-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           CLOSE LOG-FILE.
       PGM-MAIN-E.
           STOP RUN.
      *********************************
      * Write Log
       WRITE-LOG SECTION.
       WRITE-LOG-S.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CD-YEAR TO AL-YEAR.
           MOVE CD-MONTH TO AL-MONTH.
           MOVE CD-DAY TO AL-DAY.
           MOVE CT-HOURS TO AL-HOURS.
           MOVE CT-MINUTES TO AL-MINUTES.
           MOVE CT-SECONDS TO AL-SECONDS.
           MOVE CT-10MSEC TO AL-10MSEC.
           DISPLAY APL-LOG.
      *
      * Also emit the same event as a JSON record for Logstash to
      * pick up directly from LOG-FILE.
           STRING AL-YEAR    "-" AL-MONTH   "-" AL-DAY
                  "T" AL-HOURS "." AL-MINUTES "." AL-SECONDS
                  "." AL-10MSEC
                  DELIMITED BY SIZE INTO LG-TIMESTAMP.
           MOVE FUNCTION TRIM(AL-MSGTXT) TO LG-MSGTXT-TRIM.
           MOVE SPACE TO LOG-OUT-REC.
           STRING
               '{"timestamp":"'  LG-TIMESTAMP               '",'
               '"batchid":"'     FUNCTION TRIM(AL-BATCHID)  '",'
               '"msgid":"'       FUNCTION TRIM(AL-MSGID)    '",'
               '"msgtxt":"'      FUNCTION TRIM(LG-MSGTXT-TRIM) '"}'
               DELIMITED BY SIZE INTO LOG-OUT-REC.
           WRITE LOG-OUT-REC.
       WRITE-LOG-E.
         EXIT.
      *********************************
      * Load Shop Master
      * A missing master is a first build - start empty and let the
      * adds create it. A master that is there but cannot be opened
      * stops the job: starting empty would rewrite it with only
      * tonight's adds.
       LOAD-SHOP-MASTER SECTION.
       LOAD-SHOP-MASTER-S.
           OPEN INPUT SHOP-FILE.
           IF SHOP-FILE-STATUS = "35"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               MOVE "Shop master not found - starting empty"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO LOAD-SHOP-MASTER-E
           END-IF.
           IF SHOP-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               STRING "Shop master open failed - status "
                      SHOP-FILE-STATUS " - aborting"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SHOP-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   IF SHOP-TABLE-COUNT >= 200
                       MOVE SPACE TO AL-MSGTXT
                       MOVE "MSGID008" TO AL-MSGID
                       MOVE "Shop master exceeds 200 entries - aborting"
                         TO AL-MSGTXT
                       PERFORM WRITE-LOG
                       CLOSE SHOP-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO SHOP-TABLE-COUNT
                   MOVE CORRESPONDING SHOP-REC
                     TO SHOP-ENTRY (SHOP-TABLE-COUNT)
               END-IF
           END-PERFORM.
           CLOSE SHOP-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-SHOP-MASTER-E.
         EXIT.
      *********************************
      * Load Vendor Master
       LOAD-VENDOR-MASTER SECTION.
       LOAD-VENDOR-MASTER-S.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS = "35"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               MOVE "Vendor master not found - starting empty"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO LOAD-VENDOR-MASTER-E
           END-IF.
           IF VENDOR-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               STRING "Vendor master open failed - status "
                      VENDOR-FILE-STATUS " - aborting"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ VENDOR-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   IF VENDOR-TABLE-COUNT >= 200
                       MOVE SPACE TO AL-MSGTXT
                       MOVE "MSGID008" TO AL-MSGID
                       MOVE "Vendor master exceeds 200 entries"
                         TO AL-MSGTXT
                       PERFORM WRITE-LOG
                       CLOSE VENDOR-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO VENDOR-TABLE-COUNT
                   MOVE CORRESPONDING VENDOR-REC
                     TO VENDOR-ENTRY (VENDOR-TABLE-COUNT)
               END-IF
           END-PERFORM.
           CLOSE VENDOR-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-VENDOR-MASTER-E.
         EXIT.
      *********************************
      * Load Item Master
       LOAD-ITEM-MASTER SECTION.
       LOAD-ITEM-MASTER-S.
           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS = "35"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               MOVE "Item master not found - starting empty"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO LOAD-ITEM-MASTER-E
           END-IF.
           IF ITEM-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               STRING "Item master open failed - status "
                      ITEM-FILE-STATUS " - aborting"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ ITEM-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   IF ITEM-TABLE-COUNT >= 500
                       MOVE SPACE TO AL-MSGTXT
                       MOVE "MSGID008" TO AL-MSGID
                       MOVE "Item master exceeds 500 entries"
                         TO AL-MSGTXT
                       PERFORM WRITE-LOG
                       CLOSE ITEM-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ITEM-TABLE-COUNT
                   MOVE CORRESPONDING ITEM-REC
                     TO ITEM-ENTRY (ITEM-TABLE-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ITEM-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-ITEM-MASTER-E.
         EXIT.
      *********************************
      * Load Pending Prices
      * A missing pending file just means no price change is waiting.
      * One that is there but cannot be opened stops the job, as the
      * masters do - it is rewritten at end.
       LOAD-PENDING-PRICES SECTION.
       LOAD-PENDING-PRICES-S.
           OPEN INPUT ITEM-PENDING-FILE.
           IF ITEM-PENDING-FILE-STATUS = "35"
               GO TO LOAD-PENDING-PRICES-E
           END-IF.
           IF ITEM-PENDING-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               STRING "Pending price file open failed - status "
                      ITEM-PENDING-FILE-STATUS " - aborting"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ ITEM-PENDING-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   IF PND-TABLE-COUNT >= 500
                       MOVE SPACE TO AL-MSGTXT
                       MOVE "MSGID008" TO AL-MSGID
                       MOVE "Pending price file exceeds 500 entries"
                         TO AL-MSGTXT
                       PERFORM WRITE-LOG
                       CLOSE ITEM-PENDING-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PND-TABLE-COUNT
                   MOVE PND-ITEM-CODE
                     TO PNT-ITEM-CODE (PND-TABLE-COUNT)
                   MOVE PND-UNIT-PRICE
                     TO PNT-UNIT-PRICE (PND-TABLE-COUNT)
                   MOVE PND-EFF-DATE
                     TO PNT-EFF-DATE (PND-TABLE-COUNT)
                   MOVE PND-USERID
                     TO PNT-USERID (PND-TABLE-COUNT)
                   MOVE PND-FILED-DATE
                     TO PNT-FILED-DATE (PND-TABLE-COUNT)
               END-IF
           END-PERFORM.
           CLOSE ITEM-PENDING-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-PENDING-PRICES-E.
         EXIT.
      *********************************
      * Promote Pending Prices
      * Every pending change whose effective date has arrived becomes
      * the item's live price, audited under the id of whoever filed
      * it. Runs before tonight's transactions so a change filed
      * tonight for a later date is not mistaken for a due one.
       PROMOTE-PENDING-PRICES SECTION.
       PROMOTE-PENDING-PRICES-S.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-TABLE-COUNT
               IF PNT-ITEM-CODE (PND-IDX) NOT = SPACE
                  AND PNT-EFF-DATE (PND-IDX) <= TODAY-DATE-NUM
                   PERFORM PROMOTE-ONE-PRICE
               END-IF
           END-PERFORM.
       PROMOTE-PENDING-PRICES-E.
         EXIT.
      *********************************
      * Promote One Price
       PROMOTE-ONE-PRICE SECTION.
       PROMOTE-ONE-PRICE-S.
           MOVE "N" TO MK-FOUND-FLAG.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-TABLE-COUNT
               IF ITM-ITEM-CODE OF ITEM-ENTRY (ITEM-IDX) =
                  PNT-ITEM-CODE (PND-IDX)
                   MOVE "Y" TO MK-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF MK-FOUND-FLAG = "Y"
               MOVE ITEM-ENTRY (ITEM-IDX) TO AUD-BEFORE-TEXT
               MOVE PNT-UNIT-PRICE (PND-IDX)
                 TO ITM-UNIT-PRICE OF ITEM-ENTRY (ITEM-IDX)
               MOVE PNT-EFF-DATE (PND-IDX)
                 TO ITM-EFF-DATE OF ITEM-ENTRY (ITEM-IDX)
               MOVE ITEM-ENTRY (ITEM-IDX) TO AUD-AFTER-TEXT
               MOVE "I" TO AUD-MASTER
               MOVE "E" TO AUD-ACTION
               MOVE PNT-USERID (PND-IDX) TO AUD-USERID
               MOVE PNT-ITEM-CODE (PND-IDX) TO AUD-KEY
               PERFORM WRITE-AUDIT
               ADD 1 TO PRICE-LIVE-COUNT
               MOVE "Y" TO ITEM-CHANGED-FLAG
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID009" TO AL-MSGID
               STRING "Price now live - item "
                      PNT-ITEM-CODE (PND-IDX)
                      " price " PNT-UNIT-PRICE (PND-IDX)
                      " effective " PNT-EFF-DATE (PND-IDX)
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           ELSE
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID010" TO AL-MSGID
               STRING "Pending price dropped - item not on master - "
                      PNT-ITEM-CODE (PND-IDX)
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
           MOVE SPACE TO PNT-ITEM-CODE (PND-IDX).
           MOVE "Y" TO PENDING-CHANGED-FLAG.
       PROMOTE-ONE-PRICE-E.
         EXIT.
      *********************************
      * Trans Read
       TRANS-READ SECTION.
       TRANS-READ-S.
           READ MAINT-TRANS-FILE
             AT END
               MOVE '1' TO FLG-EOF
           END-READ.
           IF FLG-EOF NOT = '1'
               ADD 1 TO TRANS-READ-COUNT
           END-IF.
       TRANS-READ-E.
         EXIT.
      *********************************
      * Trans Apply
      * Validates the transaction just read and, when it passes,
      * applies it to the in-memory master and writes the audit line.
       TRANS-APPLY SECTION.
       TRANS-APPLY-S.
           PERFORM VALIDATE-TRANS.
           IF VT-VALID-REC = "Y"
               EVALUATE MTX-ACTION
                 WHEN "A"
                   PERFORM APPLY-ADD
                 WHEN "U"
                   PERFORM APPLY-UPDATE
                 WHEN "D"
                   PERFORM APPLY-DELETE
               END-EVALUATE
           ELSE
               MOVE MAINT-TRANS-REC TO MRJ-TRANS
               MOVE VT-ERROR-TEXT TO MRJ-REASON
               WRITE MAINT-REJECT-REC
               ADD 1 TO TRANS-REJECT-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID006" TO AL-MSGID
               STRING "Transaction rejected - " VT-ERROR-TEXT
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
           PERFORM TRANS-READ.
       TRANS-APPLY-E.
         EXIT.
      *********************************
      * Validate Trans
      * Field-level checks for the master named on the transaction,
      * the existence checks (duplicate add, update/delete of a key
      * not on the master), the capacity check on an add and the
      * orphan checks on a delete.
       VALIDATE-TRANS SECTION.
       VALIDATE-TRANS-S.
           MOVE "Y" TO VT-VALID-REC.
           MOVE SPACE TO VT-ERROR-TEXT.
      *
           IF MTX-MASTER NOT = "S" AND NOT = "V" AND NOT = "I"
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid master code" TO VT-ERROR-TEXT
               GO TO VALIDATE-TRANS-E
           END-IF.
           IF MTX-ACTION NOT = "A" AND NOT = "U" AND NOT = "D"
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid action code" TO VT-ERROR-TEXT
               GO TO VALIDATE-TRANS-E
           END-IF.
           IF MTX-USERID = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Missing user id" TO VT-ERROR-TEXT
               GO TO VALIDATE-TRANS-E
           END-IF.
      *
           EVALUATE MTX-MASTER
             WHEN "S"
               PERFORM VALIDATE-SHOP-FIELDS
             WHEN "V"
               PERFORM VALIDATE-VENDOR-FIELDS
             WHEN "I"
               PERFORM VALIDATE-ITEM-FIELDS
           END-EVALUATE.
           IF VT-VALID-REC NOT = "Y"
               GO TO VALIDATE-TRANS-E
           END-IF.
      *
      * Existence check against the in-memory master.
           PERFORM FIND-MASTER-KEY.
           IF MTX-ACTION = "A" AND MK-FOUND-FLAG = "Y"
               MOVE "N" TO VT-VALID-REC
               MOVE "Duplicate add - key on master" TO VT-ERROR-TEXT
               GO TO VALIDATE-TRANS-E
           END-IF.
           IF MTX-ACTION NOT = "A" AND MK-FOUND-FLAG NOT = "Y"
               MOVE "N" TO VT-VALID-REC
               MOVE "Key not on master" TO VT-ERROR-TEXT
               GO TO VALIDATE-TRANS-E
           END-IF.
      *
           IF MTX-ACTION = "A"
               PERFORM CHECK-MASTER-CAPACITY
           END-IF.
           IF MTX-ACTION = "D"
               PERFORM CHECK-DELETE-ORPHANS
           END-IF.
           IF MTX-ACTION = "U" AND MTX-MASTER = "I"
               PERFORM CHECK-PRICE-CHANGE
           END-IF.
       VALIDATE-TRANS-E.
         EXIT.
      *********************************
      * Validate Shop Fields
      * S-ZIP must open with five digits - that is what the region
      * and tax lookups range-match on.
       VALIDATE-SHOP-FIELDS SECTION.
       VALIDATE-SHOP-FIELDS-S.
           IF S-ID OF MTX-SHOP-DATA = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid shop id" TO VT-ERROR-TEXT
               GO TO VALIDATE-SHOP-FIELDS-E
           END-IF.
           IF MTX-ACTION = "D"
               GO TO VALIDATE-SHOP-FIELDS-E
           END-IF.
           IF S-NAME OF MTX-SHOP-DATA = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Missing shop name" TO VT-ERROR-TEXT
               GO TO VALIDATE-SHOP-FIELDS-E
           END-IF.
           IF S-ZIP OF MTX-SHOP-DATA (1:5) IS NOT NUMERIC
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid shop zip" TO VT-ERROR-TEXT
               GO TO VALIDATE-SHOP-FIELDS-E
           END-IF.
           IF S-ADDRESS OF MTX-SHOP-DATA = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Missing shop address" TO VT-ERROR-TEXT
           END-IF.
       VALIDATE-SHOP-FIELDS-E.
         EXIT.
      *********************************
      * Validate Vendor Fields
       VALIDATE-VENDOR-FIELDS SECTION.
       VALIDATE-VENDOR-FIELDS-S.
           IF VID-VENDOR-ID OF MTX-VENDOR-DATA = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid vendor id" TO VT-ERROR-TEXT
               GO TO VALIDATE-VENDOR-FIELDS-E
           END-IF.
           IF MTX-ACTION NOT = "D"
              AND VID-VENDOR-NAME OF MTX-VENDOR-DATA = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Missing vendor name" TO VT-ERROR-TEXT
           END-IF.
       VALIDATE-VENDOR-FIELDS-E.
         EXIT.
      *********************************
      * Validate Item Fields
      * Unit price must be a positive number. The effective date may
      * be zero (meaning today) or must be a real calendar date -
      * INTEGER-OF-DATE returns zero for one that does not exist.
       VALIDATE-ITEM-FIELDS SECTION.
       VALIDATE-ITEM-FIELDS-S.
           IF ITM-ITEM-CODE OF MTX-ITEM-DATA = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid item code" TO VT-ERROR-TEXT
               GO TO VALIDATE-ITEM-FIELDS-E
           END-IF.
           IF MTX-ACTION = "D"
               GO TO VALIDATE-ITEM-FIELDS-E
           END-IF.
           IF ITM-ITEM-NAME OF MTX-ITEM-DATA = SPACE
               MOVE "N" TO VT-VALID-REC
               MOVE "Missing item name" TO VT-ERROR-TEXT
               GO TO VALIDATE-ITEM-FIELDS-E
           END-IF.
           IF ITM-UNIT-PRICE OF MTX-ITEM-DATA IS NOT NUMERIC
              OR ITM-UNIT-PRICE OF MTX-ITEM-DATA = 0
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid unit price" TO VT-ERROR-TEXT
               GO TO VALIDATE-ITEM-FIELDS-E
           END-IF.
           IF MTX-ITEM-DATA (76:8) = SPACE
               MOVE 0 TO ITM-EFF-DATE OF MTX-ITEM-DATA
           END-IF.
           IF ITM-EFF-DATE OF MTX-ITEM-DATA IS NOT NUMERIC
               MOVE "N" TO VT-VALID-REC
               MOVE "Invalid effective date" TO VT-ERROR-TEXT
               GO TO VALIDATE-ITEM-FIELDS-E
           END-IF.
           IF ITM-EFF-DATE OF MTX-ITEM-DATA NOT = 0
               COMPUTE DATE-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE
                       (ITM-EFF-DATE OF MTX-ITEM-DATA)
               IF DATE-CHECK-INT = 0
                   MOVE "N" TO VT-VALID-REC
                   MOVE "Invalid effective date" TO VT-ERROR-TEXT
                   GO TO VALIDATE-ITEM-FIELDS-E
               END-IF
           END-IF.
      * A new item goes live at once - only a price change on an
      * existing item can be filed ahead.
           IF MTX-ACTION = "A"
              AND ITM-EFF-DATE OF MTX-ITEM-DATA > TODAY-DATE-NUM
               MOVE "N" TO VT-VALID-REC
               MOVE "Add cannot carry a future effective date"
                 TO VT-ERROR-TEXT
           END-IF.
       VALIDATE-ITEM-FIELDS-E.
         EXIT.
      *********************************
      * Find Master Key
      * Linear search of the master named on the transaction; leaves
      * the matching index set when found.
       FIND-MASTER-KEY SECTION.
       FIND-MASTER-KEY-S.
           MOVE "N" TO MK-FOUND-FLAG.
           EVALUATE MTX-MASTER
             WHEN "S"
               PERFORM VARYING SHOP-IDX FROM 1 BY 1
                       UNTIL SHOP-IDX > SHOP-TABLE-COUNT
                   IF S-ID OF SHOP-ENTRY (SHOP-IDX) =
                      S-ID OF MTX-SHOP-DATA
                       MOVE "Y" TO MK-FOUND-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
             WHEN "V"
               PERFORM VARYING VENDOR-IDX FROM 1 BY 1
                       UNTIL VENDOR-IDX > VENDOR-TABLE-COUNT
                   IF VID-VENDOR-ID OF VENDOR-ENTRY (VENDOR-IDX) =
                      VID-VENDOR-ID OF MTX-VENDOR-DATA
                       MOVE "Y" TO MK-FOUND-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
             WHEN "I"
               PERFORM VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > ITEM-TABLE-COUNT
                   IF ITM-ITEM-CODE OF ITEM-ENTRY (ITEM-IDX) =
                      ITM-ITEM-CODE OF MTX-ITEM-DATA
                       MOVE "Y" TO MK-FOUND-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-EVALUATE.
       FIND-MASTER-KEY-E.
         EXIT.
      *********************************
      * Check Master Capacity
      * Deleted entries still hold their slot until the master is
      * rewritten, so the limit is checked against the table count.
       CHECK-MASTER-CAPACITY SECTION.
       CHECK-MASTER-CAPACITY-S.
           EVALUATE MTX-MASTER
             WHEN "S"
               IF SHOP-TABLE-COUNT >= 200
                   MOVE "N" TO VT-VALID-REC
                   MOVE "Shop master full (200)" TO VT-ERROR-TEXT
               END-IF
             WHEN "V"
               IF VENDOR-TABLE-COUNT >= 200
                   MOVE "N" TO VT-VALID-REC
                   MOVE "Vendor master full (200)" TO VT-ERROR-TEXT
               END-IF
             WHEN "I"
               IF ITEM-TABLE-COUNT >= 500
                   MOVE "N" TO VT-VALID-REC
                   MOVE "Item master full (500)" TO VT-ERROR-TEXT
               END-IF
           END-EVALUATE.
       CHECK-MASTER-CAPACITY-E.
         EXIT.
      *********************************
      * Check Delete Orphans
      * A shop or vendor still on its history, or an item still
      * referred to by an open seen-order entry or carrying a pending
      * price change, cannot be deleted.
       CHECK-DELETE-ORPHANS SECTION.
       CHECK-DELETE-ORPHANS-S.
           MOVE "N" TO REF-FOUND-FLAG.
           EVALUATE MTX-MASTER
             WHEN "S"
               PERFORM SCAN-SHOP-HISTORY
               IF REF-FOUND-FLAG = "Y"
                   MOVE "N" TO VT-VALID-REC
                   MOVE "Shop still on shop history"
                     TO VT-ERROR-TEXT
               END-IF
             WHEN "V"
               PERFORM SCAN-VENDOR-HISTORY
               IF REF-FOUND-FLAG = "Y"
                   MOVE "N" TO VT-VALID-REC
                   MOVE "Vendor still on vendor history"
                     TO VT-ERROR-TEXT
               END-IF
             WHEN "I"
               PERFORM SCAN-SEEN-ORDERS
               IF REF-FOUND-FLAG = "Y"
                   MOVE "N" TO VT-VALID-REC
                   MOVE "Item on open seen-order entries"
                     TO VT-ERROR-TEXT
               ELSE
                   PERFORM FIND-PENDING-PRICE
                   IF PND-FOUND-FLAG = "Y"
                       MOVE "N" TO VT-VALID-REC
                       MOVE "Item has a pending price change"
                         TO VT-ERROR-TEXT
                   END-IF
               END-IF
           END-EVALUATE.
       CHECK-DELETE-ORPHANS-E.
         EXIT.
      *********************************
      * Scan Shop History
      * Deletes are rare, so the history is scanned once per delete
      * rather than held in memory. A missing file holds nothing.
      * BATCH002 writes a record for every shop on the master every
      * night, so only a record with activity counts as a reference.
      * The same holds for the vendor history.
       SCAN-SHOP-HISTORY SECTION.
       SCAN-SHOP-HISTORY-S.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               GO TO SCAN-SHOP-HISTORY-E
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ HISTORY-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                  AND HIST-SHOP-ID = S-ID OF MTX-SHOP-DATA
                  AND (HIST-ORDER-COUNT NOT = 0
                       OR HIST-TOTAL-QTY NOT = 0
                       OR HIST-TOTAL-PRICE NOT = 0)
                   MOVE "Y" TO REF-FOUND-FLAG
                   MOVE "1" TO FLG-EOF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-SHOP-HISTORY-E.
         EXIT.
      *********************************
      * Scan Vendor History
       SCAN-VENDOR-HISTORY SECTION.
       SCAN-VENDOR-HISTORY-S.
           OPEN INPUT VENDOR-HISTORY-FILE.
           IF VENDOR-HISTORY-FILE-STATUS NOT = "00"
               CLOSE VENDOR-HISTORY-FILE
               GO TO SCAN-VENDOR-HISTORY-E
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ VENDOR-HISTORY-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                  AND VHIST-VENDOR-ID = VID-VENDOR-ID OF MTX-VENDOR-DATA
                  AND (VHIST-ORDER-COUNT NOT = 0
                       OR VHIST-TOTAL-QTY NOT = 0
                       OR VHIST-TOTAL-PRICE NOT = 0)
                   MOVE "Y" TO REF-FOUND-FLAG
                   MOVE "1" TO FLG-EOF
               END-IF
           END-PERFORM.
           CLOSE VENDOR-HISTORY-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-VENDOR-HISTORY-E.
         EXIT.
      *********************************
      * Scan Seen Orders
      * Every entry on BATCH002's register is an order a cancellation
      * or adjustment can still back out - the register drops entries
      * once they pass the retention window.
       SCAN-SEEN-ORDERS SECTION.
       SCAN-SEEN-ORDERS-S.
           OPEN INPUT SEEN-ORDER-FILE.
           IF SEEN-ORDER-FILE-STATUS NOT = "00"
               CLOSE SEEN-ORDER-FILE
               GO TO SCAN-SEEN-ORDERS-E
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SEEN-ORDER-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                  AND SOR-ITEM-CODE = ITM-ITEM-CODE OF MTX-ITEM-DATA
                   MOVE "Y" TO REF-FOUND-FLAG
                   MOVE "1" TO FLG-EOF
               END-IF
           END-PERFORM.
           CLOSE SEEN-ORDER-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-SEEN-ORDERS-E.
         EXIT.
      *********************************
      * Find Pending Price
       FIND-PENDING-PRICE SECTION.
       FIND-PENDING-PRICE-S.
           MOVE "N" TO PND-FOUND-FLAG.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-TABLE-COUNT
               IF PNT-ITEM-CODE (PND-IDX) =
                  ITM-ITEM-CODE OF MTX-ITEM-DATA
                   MOVE "Y" TO PND-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-PENDING-PRICE-E.
         EXIT.
      *********************************
      * Check Price Change
      * An item update carrying a different unit price is a price
      * change, and must name the future date it takes effect.
      * ITEM-IDX still addresses the item from FIND-MASTER-KEY.
       CHECK-PRICE-CHANGE SECTION.
       CHECK-PRICE-CHANGE-S.
           MOVE "N" TO PRICE-CHANGE-FLAG.
           IF ITM-UNIT-PRICE OF MTX-ITEM-DATA =
              ITM-UNIT-PRICE OF ITEM-ENTRY (ITEM-IDX)
               GO TO CHECK-PRICE-CHANGE-E
           END-IF.
           MOVE "Y" TO PRICE-CHANGE-FLAG.
           IF ITM-EFF-DATE OF MTX-ITEM-DATA <= TODAY-DATE-NUM
               MOVE "N" TO VT-VALID-REC
               MOVE "Price change needs a future eff date"
                 TO VT-ERROR-TEXT
               GO TO CHECK-PRICE-CHANGE-E
           END-IF.
           PERFORM FIND-PENDING-PRICE.
           IF PND-FOUND-FLAG NOT = "Y"
              AND PND-TABLE-COUNT >= 500
               MOVE "N" TO VT-VALID-REC
               MOVE "Pending price file full (500)" TO VT-ERROR-TEXT
           END-IF.
       CHECK-PRICE-CHANGE-E.
         EXIT.
      *********************************
      * Apply Add
       APPLY-ADD SECTION.
       APPLY-ADD-S.
           MOVE "(none)" TO AUD-BEFORE-TEXT.
           MOVE MTX-MASTER TO AUD-MASTER.
           MOVE MTX-ACTION TO AUD-ACTION.
           MOVE MTX-USERID TO AUD-USERID.
           EVALUATE MTX-MASTER
             WHEN "S"
               ADD 1 TO SHOP-TABLE-COUNT
               MOVE MTX-SHOP-DATA TO SHOP-ENTRY (SHOP-TABLE-COUNT)
               MOVE SHOP-ENTRY (SHOP-TABLE-COUNT) TO AUD-AFTER-TEXT
               MOVE S-ID OF MTX-SHOP-DATA TO AUD-KEY
               MOVE "Y" TO SHOP-CHANGED-FLAG
             WHEN "V"
               ADD 1 TO VENDOR-TABLE-COUNT
               MOVE MTX-VENDOR-DATA (1:44)
                 TO VENDOR-ENTRY (VENDOR-TABLE-COUNT)
               MOVE VENDOR-ENTRY (VENDOR-TABLE-COUNT)
                 TO AUD-AFTER-TEXT
               MOVE VID-VENDOR-ID OF MTX-VENDOR-DATA TO AUD-KEY
               MOVE "Y" TO VENDOR-CHANGED-FLAG
             WHEN "I"
               IF ITM-EFF-DATE OF MTX-ITEM-DATA = 0
                   MOVE TODAY-DATE-NUM TO ITM-EFF-DATE OF MTX-ITEM-DATA
               END-IF
               ADD 1 TO ITEM-TABLE-COUNT
               MOVE MTX-ITEM-DATA (1:83)
                 TO ITEM-ENTRY (ITEM-TABLE-COUNT)
               MOVE ITEM-ENTRY (ITEM-TABLE-COUNT) TO AUD-AFTER-TEXT
               MOVE ITM-ITEM-CODE OF MTX-ITEM-DATA TO AUD-KEY
               MOVE "Y" TO ITEM-CHANGED-FLAG
           END-EVALUATE.
           ADD 1 TO TRANS-ADD-COUNT.
           PERFORM WRITE-AUDIT.
       APPLY-ADD-E.
         EXIT.
      *********************************
      * Apply Update
      * The index left by FIND-MASTER-KEY addresses the entry. An
      * item's name changes at once; a price change is filed on the
      * pending price file (replacing any earlier filing for the
      * item) and the live price and effective date are left alone.
       APPLY-UPDATE SECTION.
       APPLY-UPDATE-S.
           MOVE MTX-MASTER TO AUD-MASTER.
           MOVE MTX-ACTION TO AUD-ACTION.
           MOVE MTX-USERID TO AUD-USERID.
           EVALUATE MTX-MASTER
             WHEN "S"
               MOVE SHOP-ENTRY (SHOP-IDX) TO AUD-BEFORE-TEXT
               MOVE MTX-SHOP-DATA TO SHOP-ENTRY (SHOP-IDX)
               MOVE SHOP-ENTRY (SHOP-IDX) TO AUD-AFTER-TEXT
               MOVE S-ID OF MTX-SHOP-DATA TO AUD-KEY
               MOVE "Y" TO SHOP-CHANGED-FLAG
             WHEN "V"
               MOVE VENDOR-ENTRY (VENDOR-IDX) TO AUD-BEFORE-TEXT
               MOVE MTX-VENDOR-DATA (1:44) TO VENDOR-ENTRY (VENDOR-IDX)
               MOVE VENDOR-ENTRY (VENDOR-IDX) TO AUD-AFTER-TEXT
               MOVE VID-VENDOR-ID OF MTX-VENDOR-DATA TO AUD-KEY
               MOVE "Y" TO VENDOR-CHANGED-FLAG
             WHEN "I"
               MOVE ITEM-ENTRY (ITEM-IDX) TO AUD-BEFORE-TEXT
               MOVE ITM-ITEM-NAME OF MTX-ITEM-DATA
                 TO ITM-ITEM-NAME OF ITEM-ENTRY (ITEM-IDX)
               MOVE ITEM-ENTRY (ITEM-IDX) TO AUD-AFTER-TEXT
               MOVE ITM-ITEM-CODE OF MTX-ITEM-DATA TO AUD-KEY
               MOVE "Y" TO ITEM-CHANGED-FLAG
           END-EVALUATE.
           ADD 1 TO TRANS-UPDATE-COUNT.
           PERFORM WRITE-AUDIT.
           IF MTX-MASTER = "I" AND PRICE-CHANGE-FLAG = "Y"
               PERFORM FILE-PENDING-PRICE
           END-IF.
       APPLY-UPDATE-E.
         EXIT.
      *********************************
      * File Pending Price
      * Audited as action "P" - the after image is the item as it
      * will read once the change is live.
       FILE-PENDING-PRICE SECTION.
       FILE-PENDING-PRICE-S.
           PERFORM FIND-PENDING-PRICE.
           IF PND-FOUND-FLAG NOT = "Y"
               ADD 1 TO PND-TABLE-COUNT
               SET PND-IDX TO PND-TABLE-COUNT
           END-IF.
           MOVE ITM-ITEM-CODE OF MTX-ITEM-DATA
             TO PNT-ITEM-CODE (PND-IDX).
           MOVE ITM-UNIT-PRICE OF MTX-ITEM-DATA
             TO PNT-UNIT-PRICE (PND-IDX).
           MOVE ITM-EFF-DATE OF MTX-ITEM-DATA
             TO PNT-EFF-DATE (PND-IDX).
           MOVE MTX-USERID TO PNT-USERID (PND-IDX).
           MOVE TODAY-DATE-NUM TO PNT-FILED-DATE (PND-IDX).
           MOVE "Y" TO PENDING-CHANGED-FLAG.
           ADD 1 TO PRICE-FILED-COUNT.
      *
           MOVE ITEM-ENTRY (ITEM-IDX) TO AUD-BEFORE-TEXT.
           MOVE ITEM-ENTRY (ITEM-IDX) TO AUD-AFTER-TEXT.
           MOVE ITM-UNIT-PRICE OF MTX-ITEM-DATA
             TO AUD-AFTER-TEXT (68:8).
           MOVE ITM-EFF-DATE OF MTX-ITEM-DATA
             TO AUD-AFTER-TEXT (76:8).
           MOVE "P" TO AUD-ACTION.
           PERFORM WRITE-AUDIT.
       FILE-PENDING-PRICE-E.
         EXIT.
      *********************************
      * Apply Delete
      * The entry is blanked and dropped when the master is
      * rewritten.
       APPLY-DELETE SECTION.
       APPLY-DELETE-S.
           MOVE "(none)" TO AUD-AFTER-TEXT.
           MOVE MTX-MASTER TO AUD-MASTER.
           MOVE MTX-ACTION TO AUD-ACTION.
           MOVE MTX-USERID TO AUD-USERID.
           EVALUATE MTX-MASTER
             WHEN "S"
               MOVE SHOP-ENTRY (SHOP-IDX) TO AUD-BEFORE-TEXT
               MOVE SPACE TO SHOP-ENTRY (SHOP-IDX)
               MOVE S-ID OF MTX-SHOP-DATA TO AUD-KEY
               MOVE "Y" TO SHOP-CHANGED-FLAG
             WHEN "V"
               MOVE VENDOR-ENTRY (VENDOR-IDX) TO AUD-BEFORE-TEXT
               MOVE SPACE TO VENDOR-ENTRY (VENDOR-IDX)
               MOVE VID-VENDOR-ID OF MTX-VENDOR-DATA TO AUD-KEY
               MOVE "Y" TO VENDOR-CHANGED-FLAG
             WHEN "I"
               MOVE ITEM-ENTRY (ITEM-IDX) TO AUD-BEFORE-TEXT
               MOVE SPACE TO ITEM-ENTRY (ITEM-IDX)
               MOVE ITM-ITEM-CODE OF MTX-ITEM-DATA TO AUD-KEY
               MOVE "Y" TO ITEM-CHANGED-FLAG
           END-EVALUATE.
           ADD 1 TO TRANS-DELETE-COUNT.
           PERFORM WRITE-AUDIT.
       APPLY-DELETE-E.
         EXIT.
      *********************************
      * Write Audit
      * One line per change: when, who, which master, what action
      * (A add, U update, D delete, P price filed ahead, E filed
      * price made live), which key, and the before/after record
      * images.
       WRITE-AUDIT SECTION.
       WRITE-AUDIT-S.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           EVALUATE AUD-MASTER
             WHEN "S"
               MOVE 205 TO AUD-RECORD-LEN
             WHEN "V"
               MOVE 44 TO AUD-RECORD-LEN
             WHEN "I"
               MOVE 83 TO AUD-RECORD-LEN
           END-EVALUATE.
           MOVE SPACE TO MAINT-AUDIT-REC.
           MOVE 1 TO AUD-PTR.
           STRING CD-YEAR "-" CD-MONTH "-" CD-DAY
                  "T" CT-HOURS ":" CT-MINUTES ":" CT-SECONDS
                  " user " AUD-USERID
                  " master " AUD-MASTER
                  " action " AUD-ACTION
                  " key " AUD-KEY
                  " before ["
                  DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                  WITH POINTER AUD-PTR.
           MOVE AUD-RECORD-LEN TO AUD-IMAGE-LEN.
           IF AUD-BEFORE-TEXT = "(none)"
               MOVE 6 TO AUD-IMAGE-LEN
           END-IF.
           STRING AUD-BEFORE-TEXT (1:AUD-IMAGE-LEN)
                  "] after ["
                  DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                  WITH POINTER AUD-PTR.
           MOVE AUD-RECORD-LEN TO AUD-IMAGE-LEN.
           IF AUD-AFTER-TEXT = "(none)"
               MOVE 6 TO AUD-IMAGE-LEN
           END-IF.
           STRING AUD-AFTER-TEXT (1:AUD-IMAGE-LEN) "]"
                  DELIMITED BY SIZE INTO MAINT-AUDIT-REC
                  WITH POINTER AUD-PTR.
           WRITE MAINT-AUDIT-REC.
       WRITE-AUDIT-E.
         EXIT.
      *********************************
      * Write Shop Master
      * Rewrites the master without the deleted entries, only when
      * something in it changed.
       WRITE-SHOP-MASTER SECTION.
       WRITE-SHOP-MASTER-S.
           IF SHOP-CHANGED-FLAG NOT = "Y"
               GO TO WRITE-SHOP-MASTER-E
           END-IF.
           OPEN OUTPUT SHOP-FILE.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-TABLE-COUNT
               IF S-ID OF SHOP-ENTRY (SHOP-IDX) NOT = SPACE
                   MOVE SHOP-ENTRY (SHOP-IDX) TO SHOP-REC
                   WRITE SHOP-REC
               END-IF
           END-PERFORM.
           CLOSE SHOP-FILE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID011" TO AL-MSGID.
           MOVE "Shop master rewritten" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
       WRITE-SHOP-MASTER-E.
         EXIT.
      *********************************
      * Write Vendor Master
       WRITE-VENDOR-MASTER SECTION.
       WRITE-VENDOR-MASTER-S.
           IF VENDOR-CHANGED-FLAG NOT = "Y"
               GO TO WRITE-VENDOR-MASTER-E
           END-IF.
           OPEN OUTPUT VENDOR-FILE.
           PERFORM VARYING VENDOR-IDX FROM 1 BY 1
                   UNTIL VENDOR-IDX > VENDOR-TABLE-COUNT
               IF VID-VENDOR-ID OF VENDOR-ENTRY (VENDOR-IDX)
                  NOT = SPACE
                   MOVE VENDOR-ENTRY (VENDOR-IDX) TO VENDOR-REC
                   WRITE VENDOR-REC
               END-IF
           END-PERFORM.
           CLOSE VENDOR-FILE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID011" TO AL-MSGID.
           MOVE "Vendor master rewritten" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
       WRITE-VENDOR-MASTER-E.
         EXIT.
      *********************************
      * Write Item Master
       WRITE-ITEM-MASTER SECTION.
       WRITE-ITEM-MASTER-S.
           IF ITEM-CHANGED-FLAG NOT = "Y"
               GO TO WRITE-ITEM-MASTER-E
           END-IF.
           OPEN OUTPUT ITEM-FILE.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-TABLE-COUNT
               IF ITM-ITEM-CODE OF ITEM-ENTRY (ITEM-IDX) NOT = SPACE
                   MOVE ITEM-ENTRY (ITEM-IDX) TO ITEM-REC
                   WRITE ITEM-REC
               END-IF
           END-PERFORM.
           CLOSE ITEM-FILE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID011" TO AL-MSGID.
           MOVE "Item master rewritten" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
       WRITE-ITEM-MASTER-E.
         EXIT.
      *********************************
      * Write Pending Prices
      * Entries made live tonight were blanked by the promotion.
       WRITE-PENDING-PRICES SECTION.
       WRITE-PENDING-PRICES-S.
           IF PENDING-CHANGED-FLAG NOT = "Y"
               GO TO WRITE-PENDING-PRICES-E
           END-IF.
           OPEN OUTPUT ITEM-PENDING-FILE.
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-TABLE-COUNT
               IF PNT-ITEM-CODE (PND-IDX) NOT = SPACE
                   MOVE PNT-ITEM-CODE (PND-IDX) TO PND-ITEM-CODE
                   MOVE PNT-UNIT-PRICE (PND-IDX) TO PND-UNIT-PRICE
                   MOVE PNT-EFF-DATE (PND-IDX) TO PND-EFF-DATE
                   MOVE PNT-USERID (PND-IDX) TO PND-USERID
                   MOVE PNT-FILED-DATE (PND-IDX) TO PND-FILED-DATE
                   WRITE ITEM-PENDING-REC
               END-IF
           END-PERFORM.
           CLOSE ITEM-PENDING-FILE.
       WRITE-PENDING-PRICES-E.
         EXIT.
      *********************************
      * File Open
      * The audit trail is appended to night after night (created on
      * first use). A missing transaction file is not fatal here -
      * the job still has the pending price changes to make live.
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         OPEN INPUT  MAINT-TRANS-FILE.
         MOVE SPACE  TO  FLG-EOF.
         OPEN EXTEND MAINT-AUDIT-FILE.
         IF MAINT-AUDIT-FILE-STATUS NOT = "00"
             OPEN OUTPUT MAINT-AUDIT-FILE
         END-IF.
         OPEN OUTPUT MAINT-REJECT-FILE.
         OPEN OUTPUT LOG-FILE.
         IF MAINT-TRANS-FILE-STATUS = "00"
             MOVE "Y" TO TRANS-OPEN-FLAG
         END-IF.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         IF TRANS-OPEN-FLAG = "Y"
             CLOSE MAINT-TRANS-FILE
         END-IF.
         CLOSE MAINT-AUDIT-FILE
               MAINT-REJECT-FILE.
       FILE-CLOSE-E.
           EXIT.
