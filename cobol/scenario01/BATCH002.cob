                        FILE STATUS IS ITEM-EXCEPTIONS-FILE-STATUS.
         SELECT SUMMARY-FILE ASSIGN TO SUMMARY-FILE-NAME
                        FILE STATUS IS SUMMARY-FILE-STATUS.
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
         SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
         SELECT TEMP-VENDOR-HISTORY-FILE
                        ASSIGN TO TEMP-VENDOR-HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ITEM-HISTORY-FILE
                        ASSIGN TO ITEM-HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ITEM-HISTORY-FILE-STATUS.
         SELECT TEMP-ITEM-HISTORY-FILE
                        ASSIGN TO TEMP-ITEM-HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL.
         SELECT TAX-RATE-FILE ASSIGN TO TAX-RATE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TAX-RATE-FILE-STATUS.
         SELECT TAX-EXCEPTION-FILE
                        ASSIGN TO TAX-EXCEPTION-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TAX-EXCEPTION-FILE-STATUS.
         SELECT VENDOR-SETTLE-FILE
                        ASSIGN TO VENDOR-SETTLE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS VENDOR-SETTLE-FILE-STATUS.
         SELECT TEMP-VENDOR-SETTLE-FILE
                        ASSIGN TO TEMP-VENDOR-SETTLE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL.
         SELECT VENDOR-SUMMARY-FILE
                        ASSIGN TO VENDOR-SUMMARY-FILE-NAME
                        FILE STATUS IS VENDOR-SUMMARY-FILE-STATUS.
         SELECT LATE-EXCEPTIONS-FILE
                        ASSIGN TO LATE-EXCEPTIONS-FILE-NAME
                        FILE STATUS IS LATE-EXCEPTIONS-FILE-STATUS.
         SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUSPENSE-FILE-STATUS.
         SELECT SUSPENSE-AGING-FILE
                        ASSIGN TO SUSPENSE-AGING-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUSPENSE-AGING-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
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
       FD  SHOP-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 SHOP-REC.
      * program has already accumulated, with the date it was first
      * processed and the quantity / extended price accumulated, so a
      * later cancellation or adjustment can back out exactly what
      * went in. Keyed on ORDER-ID and updated in place - each order
      * is one keyed read, so the nightly cost does not grow with
      * the register. The alternate key on the processed date lets
      * the retention and same-night purges go straight to the
      * entries they drop. The item code lets master maintenance
      * refuse to delete an item that open entries still refer to;
      * entries written before it was added read back blank there.
       FD  SEEN-ORDER-FILE LABEL RECORD OMITTED.
       01 SEEN-ORDER-REC.
         02 SOR-ORDER-ID PIC X(18).
         02 SOR-DATE-KEY.
           03 SOR-DATE   PIC 9(08).
         02 SOR-QTY      PIC 9(08).
         02 SOR-PRICE    PIC 9(18).
         02 SOR-ITEM-CODE PIC X(07).
      * Per-shop sales history - keyed by business date plus S-ID,
      * appended each night so run-over-run movement can be reported
      * (the nightly summary alone is a single-night snapshot).
      * arriving order restates its business date's slice with an
      * extra record posted tonight, so one date can carry several
      * records per shop - readers sum them.
      * HIST-TAX-JURIS / HIST-TAX-AMOUNT carry the sales tax charged
      * on the record's amounts and the jurisdiction it is owed to -
      * spaces in the jurisdiction mean the shop's S-ZIP matched no
      * rate and nothing was charged. Records written before the tax
      * fields existed read back with spaces in both.
       FD  HISTORY-FILE LABEL RECORD OMITTED.
       01 HISTORY-REC.
         02 HIST-RUN-DATE    PIC 9(08).
         02 HIST-TOTAL-QTY   PIC 9(08).
         02 HIST-TOTAL-PRICE PIC 9(18).
         02 HIST-POST-DATE   PIC 9(08).
         02 HIST-TAX-JURIS   PIC X(06).
         02 HIST-TAX-AMOUNT  PIC 9(18).
       FD  TEMP-HISTORY-FILE LABEL RECORD OMITTED.
       01 TEMP-HISTORY-REC PIC X(80).
      * Per-vendor sales history - one record per vendor per run,
      * keyed by run date plus vendor id, appended each night the
      * same way the shop history is, so vendor order volume can be
         02 VHIST-TOTAL-PRICE PIC 9(18).
       FD  TEMP-VENDOR-HISTORY-FILE LABEL RECORD OMITTED.
       01 TEMP-VENDOR-HISTORY-REC PIC X(46).
      * Per-item daily sales history - one record per business date
      * plus I-CODE for every item that moved, posted with the same
      * business-date rules as the shop history: tonight's orders
      * under tonight's date, late arrivals as restatement records
      * under their own date, readers sum. IHIST-POST-DATE drives
      * the same rerun purge.
       FD  ITEM-HISTORY-FILE LABEL RECORD OMITTED.
       01 ITEM-HISTORY-REC.
         02 IHIST-BUS-DATE    PIC 9(08).
         02 IHIST-ITEM-CODE   PIC X(07).
         02 IHIST-ORDER-COUNT PIC 9(08).
         02 IHIST-TOTAL-QTY   PIC 9(08).
         02 IHIST-TOTAL-PRICE PIC 9(18).
         02 IHIST-POST-DATE   PIC 9(08).
       FD  TEMP-ITEM-HISTORY-FILE LABEL RECORD OMITTED.
       01 TEMP-ITEM-HISTORY-REC PIC X(57).
      * Hand-maintained sales tax rates - one zip range per record,
      * laid out like the region definition file BATCH001 and
      * BATCH004 load, with the rate (percent, four decimals) and the
      * jurisdiction the tax is owed to. Several ranges may share a
      * jurisdiction.
       FD  TAX-RATE-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 TAX-RATE-REC.
         02 TXR-REGION-CODE PIC X(02).
         02 TXR-ZIP-LO      PIC X(05).
         02 TXR-ZIP-HI      PIC X(05).
         02 TXR-RATE        PIC 9(02)V9(04).
         02 TXR-JURIS       PIC X(06).
       FD  TAX-EXCEPTION-FILE LABEL RECORD OMITTED.
       01 TAX-EXCEPTION-REC PIC X(200).
      * Vendor settlement activity - one record per vendor plus S-ID
      * that had activity in the run, dated by run like the vendor
      * history, splitting what the vendor totals carry net into
      * gross orders, cancellations backed out and adjustments
      * (raised and lowered amounts kept apart so every field stays
      * unsigned). Gross - cancels + adds - lesses per vendor equals
      * that vendor's VENDOR-HISTORY-REC for the run; the month-end
      * settlement ties the two. Same rerun purge as the vendor
      * history.
       FD  VENDOR-SETTLE-FILE LABEL RECORD OMITTED.
       01 VENDOR-SETTLE-REC.
         02 VSET-RUN-DATE       PIC 9(08).
         02 VSET-VENDOR-ID      PIC X(04).
         02 VSET-SHOP-ID        PIC X(06).
         02 VSET-GROSS-COUNT    PIC 9(08).
         02 VSET-GROSS-QTY      PIC 9(08).
         02 VSET-GROSS-PRICE    PIC 9(18).
         02 VSET-CANCEL-COUNT   PIC 9(08).
         02 VSET-CANCEL-QTY     PIC 9(08).
         02 VSET-CANCEL-PRICE   PIC 9(18).
         02 VSET-ADJUST-COUNT   PIC 9(08).
         02 VSET-ADJ-ADD-QTY    PIC 9(08).
         02 VSET-ADJ-LESS-QTY   PIC 9(08).
         02 VSET-ADJ-ADD-PRICE  PIC 9(18).
         02 VSET-ADJ-LESS-PRICE PIC 9(18).
       FD  TEMP-VENDOR-SETTLE-FILE LABEL RECORD OMITTED.
       01 TEMP-VENDOR-SETTLE-REC PIC X(146).
      * Repeated orders are not accumulated again - they land here
      * with the date the original was processed.
       FD  DUPLICATE-FILE LABEL RECORD OMITTED.
         COPY "order_message.cpy"
           REPLACING ==01 message== BY ==02 LEXC-DATA==.
         02 LEXC-REASON PIC X(40).
      * Persistent unknown-shop suspense file - orders whose S-ID is
      * not on the shop master yet (new shops often trade a night or
      * two before their master record is staged). Each is held with
      * the date it was first held; status "H" held, "R" released
      * tonight or "C" cancelled while held tonight, with that date.
      * Read at start, rewritten at end.
       FD  SUSPENSE-FILE LABEL RECORD OMITTED.
       01 SUSPENSE-REC.
         COPY "order_message.cpy"
           REPLACING ==01 message== BY ==02 SPN-DATA==.
         02 SPN-HELD-DATE    PIC 9(08).
         02 SPN-STATUS       PIC X(01).
         02 SPN-RELEASE-DATE PIC 9(08).
       FD  SUSPENSE-AGING-FILE LABEL RECORD OMITTED.
       01 SUSPENSE-AGING-REC PIC X(200).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
             03 LT-COUNT   PIC 9(08).
             03 LT-QTY     PIC 9(08).
             03 LT-PRICE   PIC 9(18).
             03 LT-TAX     PIC 9(18).
             03 LT-TAX-JURIS PIC X(06).
       01 LT-FOUND-FLAG PIC X(01).
       01 LATE-BUCKET-TABLE.
          02 LB-COUNT OCCURS 999 TIMES PIC 9(8).
      * recorded, so a vendor-exception order repaired and resubmitted
      * later is not mistaken for a duplicate of itself.
       01 SEEN-ORDER-FILE-NAME PIC X(255).
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
       01 DUPLICATE-FILE-NAME  PIC X(255).
       01 HISTORY-FILE-NAME    PIC X(255).
       01 TEMP-HISTORY-FILE-NAME PIC X(255).
       01 SEEN-ORDER-FILE-STATUS PIC X(02).
       01 DUPLICATE-FILE-STATUS  PIC X(02).
       01 HISTORY-FILE-STATUS    PIC X(02).
       01 SEEN-FOUND-FLAG  PIC X(01).
      * Item history buckets, keyed business date plus I-CODE, built
      * up through the night and appended to ITEM-HISTORY-FILE at
      * end of job.
       01 ITEM-HISTORY-FILE-NAME      PIC X(255).
       01 TEMP-ITEM-HISTORY-FILE-NAME PIC X(255).
       01 ITEM-HISTORY-FILE-STATUS    PIC X(02).
       01 IHT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 IHT-TABLE.
          02 IHT-ENTRY OCCURS 2000 TIMES INDEXED BY IHT-IDX.
             03 IHT-BUS-DATE  PIC 9(08).
             03 IHT-ITEM-CODE PIC X(07).
             03 IHT-COUNT     PIC 9(08).
             03 IHT-QTY       PIC 9(08).
             03 IHT-PRICE     PIC 9(18).
       01 IHT-FOUND-FLAG  PIC X(01).
       01 IHT-SRCH-DATE   PIC 9(08).
       01 IHT-SRCH-CODE   PIC X(07).
      * Vendor settlement buckets, keyed vendor plus S-ID, built up
      * through the night and appended to VENDOR-SETTLE-FILE at end
      * of job.
       01 VENDOR-SETTLE-FILE-NAME      PIC X(255).
       01 TEMP-VENDOR-SETTLE-FILE-NAME PIC X(255).
       01 VENDOR-SETTLE-FILE-STATUS    PIC X(02).
       01 VST-TABLE-COUNT PIC 9(4) VALUE 0.
       01 VST-TABLE.
          02 VST-ENTRY OCCURS 2000 TIMES INDEXED BY VST-IDX.
             03 VST-VENDOR-ID      PIC X(04).
             03 VST-SHOP-ID        PIC X(06).
             03 VST-GROSS-COUNT    PIC 9(08).
             03 VST-GROSS-QTY      PIC 9(08).
             03 VST-GROSS-PRICE    PIC 9(18).
             03 VST-CANCEL-COUNT   PIC 9(08).
             03 VST-CANCEL-QTY     PIC 9(08).
             03 VST-CANCEL-PRICE   PIC 9(18).
             03 VST-ADJUST-COUNT   PIC 9(08).
             03 VST-ADJ-ADD-QTY    PIC 9(08).
             03 VST-ADJ-LESS-QTY   PIC 9(08).
             03 VST-ADJ-ADD-PRICE  PIC 9(18).
             03 VST-ADJ-LESS-PRICE PIC 9(18).
       01 VST-FOUND-FLAG  PIC X(01).
      * The register entry FIND-SEEN-ORDER found, held here so a
      * reversal can back it out and then rewrite or delete it.
       01 SEEN-FOUND-DATE  PIC 9(08).
       01 SEEN-FOUND-QTY   PIC 9(08).
       01 SEEN-FOUND-PRICE PIC 9(18).
       01 SEEN-FOUND-ITEM  PIC X(07).
       01 SEEN-ADD-COUNT    PIC 9(8) VALUE 0.
       01 SEEN-DELETE-COUNT PIC 9(8) VALUE 0.
       01 SEEN-UPDATE-COUNT PIC 9(8) VALUE 0.
       01 SEEN-PURGE-COUNT  PIC 9(8) VALUE 0.
       01 SEEN-PURGE-LOW    PIC 9(8).
       01 SEEN-PURGE-HIGH   PIC 9(8).
       01 SEEN-IO-OP        PIC X(08).
      * Entries older than the retention window are purged at start
      * so the register does not grow without bound.
       01 SEEN-RETENTION-DAYS PIC 9(3) VALUE 90.
       01 SEEN-RETENTION-ENV  PIC X(3).
       01 SEEN-RETENTION-NUM  PIC X(3) JUSTIFIED RIGHT.
       01 TODAY-DATE-NUM  PIC 9(8).
       01 TODAY-DATE-INT  PIC 9(8).
      *
      * In-memory vendor master, loaded once from VENDOR-FILE. Orders
      * whose I-VENDORID is not on the list are not accumulated onto
       01 SUSP-AGED-COUNT PIC 9(4) VALUE 0.
       01 DISP-APPLIED-COUNT   PIC 9(8) VALUE 0.
       01 DISP-UNMATCHED-COUNT PIC 9(8) VALUE 0.
      *
      * Unknown-shop suspense. The in-memory table mirrors
      * SUSPENSE-FILE. Held orders are re-driven through the normal
      * gates before the feed is read; once the S-ID is on the shop
      * master they are accumulated under their own ORDER-DATE (late
      * ones restate that date's history slice like any late
      * arrival). Entries held longer than SUSPENSE-AGE-DAYS appear on
      * the suspense aging report. SPN-WORK gives the aging report a
      * field-level view of a held order.
       01 SUSPENSE-FILE-NAME         PIC X(255).
       01 SUSPENSE-AGING-FILE-NAME   PIC X(255).
       01 SUSPENSE-FILE-STATUS       PIC X(02).
       01 SUSPENSE-AGING-FILE-STATUS PIC X(02).
       01 SPN-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SPN-TABLE.
          02 SPN-ENTRY OCCURS 2000 TIMES INDEXED BY SPN-IDX.
             03 SPT-DATA.
                04 SPT-ORDER-ID PIC X(18).
                04 FILLER       PIC X(311).
             03 SPT-HELD-DATE    PIC 9(08).
             03 SPT-STATUS       PIC X(01).
             03 SPT-RELEASE-DATE PIC 9(08).
       01 SPN-WORK.
         COPY "order_message.cpy"
           REPLACING ==01 message== BY ==02 SPW-DATA==.
       01 SPN-REDRIVE-IDX PIC 9(4).
       01 SPN-FOUND-FLAG  PIC X(01).
       01 SUSPENSE-AGE-DAYS PIC 9(3) VALUE 3.
       01 SUSPENSE-AGE-ENV  PIC X(3).
       01 SUSPENSE-AGE-NUM  PIC X(3) JUSTIFIED RIGHT.
       01 SPN-ENTRY-AGE     PIC S9(8).
       01 SPN-AGE-DISP      PIC 9(8).
       01 SPN-RELEASED-COUNT PIC 9(8) VALUE 0.
       01 SPN-CANCELLED-COUNT PIC 9(8) VALUE 0.
       01 SPN-STILL-HELD-COUNT PIC 9(8) VALUE 0.
       01 SPN-AGED-COUNT    PIC 9(8) VALUE 0.
      *
       01 OD-VALID-FLAG  PIC X(01).
       01 OD-DATE-DIGITS PIC X(08).
       01 OT-TIME-HHMM   PIC 9(04).
       01 SUS-REASON     PIC X(40).
       01 SUSPICIOUS-COUNT PIC 9(8) VALUE 0.
      * Control totals for the end-of-chain balancing step - orders
      * taken into the totals, and the history records written for
      * tonight's slice and for late-arrival restatements.
       01 ACCEPTED-ORDER-COUNT PIC 9(8) VALUE 0.
       01 HIST-SLICE-COUNT     PIC 9(8) VALUE 0.
       01 HIST-RESTATE-COUNT   PIC 9(8) VALUE 0.
       01 HRS-FOUND-FLAG PIC X(01).
      *
      * In-memory shop master, loaded once from SHOP-FILE. Holds the
             03 SHOP-ORDER-COUNT PIC 9(8) VALUE 0.
             03 SHOP-TOTAL-QTY   PIC 9(8) VALUE 0.
             03 SHOP-TOTAL-PRICE PIC 9(18) VALUE 0.
             03 SHOP-TAX-FOUND   PIC X(01).
             03 SHOP-TAX-JURIS   PIC X(06).
             03 SHOP-TAX-RATE    PIC 9(02)V9(04).
             03 SHOP-TAX-AMOUNT  PIC 9(18) VALUE 0.
      *
      * Sales tax rate table, loaded once from TAX-RATE-FILE and
      * resolved against each shop's S-ZIP straight after the shop
      * master is loaded. A shop whose zip falls in no range is
      * charged nothing and listed on TAX-EXCEPTION-FILE - a missing
      * rate table therefore lists every shop rather than failing
      * the run.
       01 TAX-RATE-FILE-NAME        PIC X(255).
       01 TAX-EXCEPTION-FILE-NAME   PIC X(255).
       01 TAX-RATE-FILE-STATUS      PIC X(02).
       01 TAX-EXCEPTION-FILE-STATUS PIC X(02).
       01 TXT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 TXT-TABLE.
          02 TXT-ENTRY OCCURS 200 TIMES INDEXED BY TXT-IDX.
             03 TXT-REGION-CODE PIC X(02).
             03 TXT-ZIP-LO      PIC X(05).
             03 TXT-ZIP-HI      PIC X(05).
             03 TXT-RATE        PIC 9(02)V9(04).
             03 TXT-JURIS       PIC X(06).
       01 TAX-BASE       PIC 9(18).
       01 TAX-CALC       PIC 9(18).
       01 TAX-OLD        PIC 9(18).
       01 ORDER-TAX      PIC 9(18).
       01 REV-TAX-DELTA  PIC S9(18).
       01 TAX-TOTAL      PIC 9(18) VALUE 0.
       01 TAX-NORATE-COUNT PIC 9(4) VALUE 0.
      *
      * Widened to 9(16)/9(18) - I-PRICE and ORDER-QUANTITY are both
      * PIC 9(8), so their product can need up to 16 digits; a PIC
           ACCEPT LOG-FILE-NAME FROM ENVIRONMENT "LOGFILENAME".
           ACCEPT SEEN-ORDER-FILE-NAME
                  FROM ENVIRONMENT "SEENORDERFILENAME".
           ACCEPT FEED-CONTROL-FILE-NAME
                  FROM ENVIRONMENT "FEEDCONTROLFILENAME".
           ACCEPT FEED-EXPECT-ENV FROM ENVIRONMENT "FEEDEXPECTSEQ".
           ACCEPT DUPLICATE-FILE-NAME
                  FROM ENVIRONMENT "DUPLICATEFILENAME".
           ACCEPT HISTORY-FILE-NAME
                  FROM ENVIRONMENT "HISTORYFILENAME".
           ACCEPT VENDOR-HISTORY-FILE-NAME
                  FROM ENVIRONMENT "VENDORHISTORYFILENAME".
           ACCEPT ITEM-HISTORY-FILE-NAME
                  FROM ENVIRONMENT "ITEMHISTORYFILENAME".
           ACCEPT VENDOR-SETTLE-FILE-NAME
                  FROM ENVIRONMENT "VENDORSETTLEFILENAME".
           ACCEPT VENDOR-SUMMARY-FILE-NAME
                  FROM ENVIRONMENT "VENDORSUMMARYFILENAME".
           ACCEPT CALENDAR-FILE-NAME
           ACCEPT SUSPICIOUS-FILE-NAME
                  FROM ENVIRONMENT "SUSPICIOUSFILENAME".
           ACCEPT ITEM-FILE-NAME FROM ENVIRONMENT "ITEMFILENAME".
           ACCEPT TAX-RATE-FILE-NAME
                  FROM ENVIRONMENT "TAXRATEFILENAME".
           ACCEPT TAX-EXCEPTION-FILE-NAME
                  FROM ENVIRONMENT "TAXEXCEPTIONFILENAME".
           ACCEPT ITEM-EXCEPTIONS-FILE-NAME
                  FROM ENVIRONMENT "ITEMEXCEPTIONSFILENAME".
           ACCEPT CANCEL-EXCEPTIONS-FILE-NAME
                   MOVE SUSP-AGE-NUM TO SUSP-AGE-DAYS
               END-IF
           END-IF.
           ACCEPT SUSPENSE-FILE-NAME
                  FROM ENVIRONMENT "SUSPENSEFILENAME".
           ACCEPT SUSPENSE-AGING-FILE-NAME
                  FROM ENVIRONMENT "SUSPENSEAGINGFILENAME".
      * SUSPENSEAGEDAYS arrives left-justified with trailing spaces,
      * same as the other numeric overrides.
           ACCEPT SUSPENSE-AGE-ENV FROM ENVIRONMENT "SUSPENSEAGEDAYS".
           IF SUSPENSE-AGE-ENV NOT = SPACE
               MOVE FUNCTION TRIM(SUSPENSE-AGE-ENV)
                 TO SUSPENSE-AGE-NUM
               INSPECT SUSPENSE-AGE-NUM REPLACING LEADING " " BY "0"
               IF SUSPENSE-AGE-NUM IS NUMERIC
                  AND SUSPENSE-AGE-NUM NOT = "000"
                   MOVE SUSPENSE-AGE-NUM TO SUSPENSE-AGE-DAYS
               END-IF
           END-IF.
      * PRICETOLERANCEPCT arrives left-justified with trailing
      * spaces, same as the other numeric overrides - right-justify
      * and zero-fill before testing.
           COMPUTE TODAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM).
      *
           OPEN OUTPUT LOG-FILE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
      * The feed is checked whole before any report, register or
      * history file is touched - a refused feed leaves last night's
      * outputs exactly as they were.
           PERFORM VERIFY-ORDER-FEED.
           PERFORM FILE-OPEN.
      *
           PERFORM LOAD-SHOP-MASTER.
           PERFORM LOAD-TAX-RATES.
           PERFORM RESOLVE-SHOP-TAX.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-ITEM-MASTER.
           PERFORM OPEN-SEEN-ORDERS.
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-SUSP-REGISTER.
           PERFORM LOAD-SUSP-SHOP-COUNTS.
           PERFORM APPLY-SUSP-DISPOSITIONS.
           PERFORM LOAD-SUSPENSE.
           PERFORM REDRIVE-SUSPENSE.
      *
      * Main Logic
           PERFORM ORDER-READ.
           PERFORM WRITE-VENDOR-SUMMARY-REPORT.
           PERFORM WRITE-SHOP-HISTORY.
           PERFORM WRITE-VENDOR-HISTORY.
           PERFORM WRITE-ITEM-HISTORY.
           PERFORM WRITE-VENDOR-SETTLE.
           PERFORM WRITE-TAX-EXCEPTIONS.
           PERFORM WRITE-LATE-REPORT.
           PERFORM CLOSE-SEEN-ORDERS.
           PERFORM WRITE-SUSP-AGING-REPORT.
           PERFORM WRITE-SUSP-REGISTER.
           PERFORM WRITE-SUSP-SHOP-COUNTS.
           PERFORM WRITE-SUSPENSE-AGING-REPORT.
           PERFORM WRITE-SUSPENSE.
           PERFORM WRITE-FEED-CONTROL.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
                  ", LateExc: " LATE-EXC-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Released: " SPN-RELEASED-COUNT
                  ", InSuspense: " SPN-STILL-HELD-COUNT
                  ", SuspAged: " SPN-AGED-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "TaxRates: " TXT-TABLE-COUNT
                  ", TaxCharged: " TAX-TOTAL
                  ", NoRateShops: " TAX-NORATE-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Accepted: " ACCEPTED-ORDER-COUNT
                  ", SliceRecs: " HIST-SLICE-COUNT
                  ", RestateRecs: " HIST-RESTATE-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           CLOSE LOG-FILE.
       PGM-MAIN-E.
       LOAD-SHOP-MASTER-E.
         EXIT.
      *********************************
      * Load Tax Rates
      * Reads the hand-maintained tax rate file into TXT-TABLE. A
      * missing file is logged and leaves the table empty, so every
      * shop lands on the tax exception list; a malformed record is
      * logged and skipped rather than loaded as a range that can
      * never match.
       LOAD-TAX-RATES SECTION.
       LOAD-TAX-RATES-S.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-RATE-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID037" TO AL-MSGID
               MOVE "Tax rate file not found - no shop taxed"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE TAX-RATE-FILE
               GO TO LOAD-TAX-RATES-E
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ TAX-RATE-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   IF TXR-REGION-CODE IS NUMERIC
                      AND TXR-REGION-CODE >= "01"
                      AND TXR-REGION-CODE <= "20"
                      AND TXR-ZIP-LO IS NUMERIC
                      AND TXR-ZIP-HI IS NUMERIC
                      AND TXR-ZIP-LO <= TXR-ZIP-HI
                      AND TXR-RATE IS NUMERIC
                      AND TXR-JURIS NOT = SPACE
                      AND TXT-TABLE-COUNT < 200
                       ADD 1 TO TXT-TABLE-COUNT
                       SET TXT-IDX TO TXT-TABLE-COUNT
                       MOVE TXR-REGION-CODE
                         TO TXT-REGION-CODE (TXT-IDX)
                       MOVE TXR-ZIP-LO TO TXT-ZIP-LO (TXT-IDX)
                       MOVE TXR-ZIP-HI TO TXT-ZIP-HI (TXT-IDX)
                       MOVE TXR-RATE TO TXT-RATE (TXT-IDX)
                       MOVE TXR-JURIS TO TXT-JURIS (TXT-IDX)
                   ELSE
                       MOVE SPACE TO AL-MSGTXT
                       MOVE "MSGID038" TO AL-MSGID
                       STRING "Bad tax rate skipped - "
                              TAX-RATE-REC
                              DELIMITED BY SIZE INTO AL-MSGTXT
                       PERFORM WRITE-LOG
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TAX-RATE-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-TAX-RATES-E.
         EXIT.
      *********************************
      * Resolve Shop Tax
      * Settles each shop's rate and jurisdiction once, from the
      * first range holding the first five characters of its S-ZIP.
       RESOLVE-SHOP-TAX SECTION.
       RESOLVE-SHOP-TAX-S.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-TABLE-COUNT
               MOVE "N" TO SHOP-TAX-FOUND (SHOP-IDX)
               MOVE SPACE TO SHOP-TAX-JURIS (SHOP-IDX)
               MOVE 0 TO SHOP-TAX-RATE (SHOP-IDX)
               PERFORM VARYING TXT-IDX FROM 1 BY 1
                       UNTIL TXT-IDX > TXT-TABLE-COUNT
                   IF S-ZIP OF SHOP-ENTRY (SHOP-IDX) (1:5)
                      >= TXT-ZIP-LO (TXT-IDX)
                      AND S-ZIP OF SHOP-ENTRY (SHOP-IDX) (1:5)
                      <= TXT-ZIP-HI (TXT-IDX)
                       MOVE "Y" TO SHOP-TAX-FOUND (SHOP-IDX)
                       MOVE TXT-JURIS (TXT-IDX)
                         TO SHOP-TAX-JURIS (SHOP-IDX)
                       MOVE TXT-RATE (TXT-IDX)
                         TO SHOP-TAX-RATE (SHOP-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF SHOP-TAX-FOUND (SHOP-IDX) NOT = "Y"
                   ADD 1 TO TAX-NORATE-COUNT
               END-IF
           END-PERFORM.
       RESOLVE-SHOP-TAX-E.
         EXIT.
      *********************************
      * Calc Order Tax
      * TAX-CALC = TAX-BASE taxed at the rate of the shop SHOP-IDX
      * addresses, rounded to the unit; zero for a shop with no rate.
       CALC-ORDER-TAX SECTION.
       CALC-ORDER-TAX-S.
           IF SHOP-TAX-FOUND (SHOP-IDX) NOT = "Y"
               MOVE 0 TO TAX-CALC
           ELSE
               COMPUTE TAX-CALC ROUNDED =
                   TAX-BASE * SHOP-TAX-RATE (SHOP-IDX) / 100
           END-IF.
       CALC-ORDER-TAX-E.
         EXIT.
      *********************************
      * Load Vendor Master
      * Reads every vendor record into VENDOR-TABLE up front so each
      * order's I-VENDORID can be checked against it.
       LOAD-ITEM-MASTER-E.
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
               MOVE "MSGID041" TO AL-MSGID
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
                           MOVE "MSGID041" TO AL-MSGID
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
                           MOVE "MSGID043" TO AL-MSGID
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
               MOVE "MSGID042" TO AL-MSGID
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
                   MOVE "MSGID046" TO AL-MSGID
                   STRING "Feed sequence override - expecting "
                          FEED-EXPECT-SEQ
                          DELIMITED BY SIZE INTO AL-MSGTXT
                   PERFORM WRITE-LOG
               END-IF
           END-IF.
           IF FEED-CTL-FOUND NOT = "Y"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID046" TO AL-MSGID
               STRING "Feed control not found - sequence "
                      FEED-SEQ " accepted as first"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
           IF FEED-SEQ < FEED-EXPECT-SEQ
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID045" TO AL-MSGID
               STRING "Order feed replayed - sequence " FEED-SEQ
                      " expected " FEED-EXPECT-SEQ " - feed refused"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM REFUSE-ORDER-FEED
           END-IF.
           IF FEED-SEQ > FEED-EXPECT-SEQ
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID044" TO AL-MSGID
               STRING "Order feed sequence gap - sequence " FEED-SEQ
                      " expected " FEED-EXPECT-SEQ " - feed refused"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM REFUSE-ORDER-FEED
           END-IF.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID040" TO AL-MSGID.
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
      * decide - loss-prevention wants the anomalies, not just the
      * accepted ones.
           PERFORM CHECK-SUSPICIOUS-ORDER.
           PERFORM APPLY-ORDER-GATES.
           PERFORM ORDER-READ.
       ORDER-ACCUMULATE-E.
         EXIT.
      *********************************
      * Apply Order Gates
      * Vendor, item, shop and duplicate gates for a new order in
      * ORDER-REC, then accumulation. Shared by the feed and by the
      * suspense re-drive; OD-VALID-FLAG / OD-DATE-NUM / OD-DATE-INT
      * must already hold the order's date validation. An order
      * whose shop is not on the master yet is held in suspense.
       APPLY-ORDER-GATES SECTION.
       APPLY-ORDER-GATES-S.
           PERFORM FIND-VENDOR.
           IF WS-FOUND-FLAG NOT = "Y"
               ADD 1 TO UNKNOWN-VENDOR-COUNT
                       PERFORM ACCUMULATE-ONE-ORDER
                   END-IF
               ELSE
                   PERFORM HOLD-UNKNOWN-SHOP-ORDER
               END-IF
             END-IF
           END-IF.
       APPLY-ORDER-GATES-E.
         EXIT.
      *********************************
      * Accumulate One Order
           END-IF.
      *
           PERFORM RECORD-SEEN-ORDER.
           ADD 1 TO ACCEPTED-ORDER-COUNT.
      * Item history follows the shop history's business date - a
      * late arrival posts under its own ORDER-DATE.
           IF ORDER-DAYS-LATE > 0
               MOVE OD-DATE-NUM TO IHT-SRCH-DATE
           ELSE
               MOVE TODAY-DATE-NUM TO IHT-SRCH-DATE
           END-IF.
           MOVE I-CODE OF ORDER-REC TO IHT-SRCH-CODE.
           PERFORM ADD-ITEM-HIST-ENTRY.
      * The vendor totals and distinct-shop list stay run-based -
      * the vendor summary answers "what moved through tonight's
      * run", whichever business date it belonged to.
               TO VND-TOTAL-QTY (VENDOR-IDX).
           ADD WS-EXT-PRICE TO VND-TOTAL-PRICE (VENDOR-IDX).
           PERFORM NOTE-VENDOR-SHOP.
           MOVE WS-EXT-PRICE TO TAX-BASE.
           PERFORM CALC-ORDER-TAX.
           MOVE TAX-CALC TO ORDER-TAX.
           ADD ORDER-TAX TO TAX-TOTAL.
           PERFORM FIND-VENDOR-SETTLE-ENTRY.
           ADD 1 TO VST-GROSS-COUNT (VST-IDX).
           ADD ORDER-QUANTITY OF ORDER-REC TO VST-GROSS-QTY (VST-IDX).
           ADD WS-EXT-PRICE TO VST-GROSS-PRICE (VST-IDX).
      *
           IF ORDER-DAYS-LATE > 0
               ADD 1 TO LATE-ORDER-COUNT
                   TO SHOP-TOTAL-QTY OF SHOP-ENTRY (SHOP-IDX)
               ADD WS-EXT-PRICE
                   TO SHOP-TOTAL-PRICE OF SHOP-ENTRY (SHOP-IDX)
               ADD ORDER-TAX TO SHOP-TAX-AMOUNT (SHOP-IDX)
           END-IF.
       ACCUMULATE-ONE-ORDER-E.
         EXIT.
               ADD ORDER-QUANTITY OF ORDER-REC
                   TO LT-QTY (LATE-IDX)
               ADD WS-EXT-PRICE TO LT-PRICE (LATE-IDX)
               ADD ORDER-TAX TO LT-TAX (LATE-IDX)
           ELSE
               IF LATE-TABLE-COUNT >= 1000
                   MOVE SPACE TO AL-MSGTXT
               MOVE ORDER-QUANTITY OF ORDER-REC
                 TO LT-QTY (LATE-TABLE-COUNT)
               MOVE WS-EXT-PRICE TO LT-PRICE (LATE-TABLE-COUNT)
               MOVE ORDER-TAX TO LT-TAX (LATE-TABLE-COUNT)
               MOVE SHOP-TAX-JURIS (SHOP-IDX)
                 TO LT-TAX-JURIS (LATE-TABLE-COUNT)
           END-IF.
       ADD-LATE-ENTRY-E.
         EXIT.
      * goes to the exception file for manual handling. A reversal
      * of an order that arrived tonight as a late arrival targets
      * the matching late-table bucket, so the restatement record
      * written at end of job carries the net amounts. An order not
      * on the register may still be held in unknown-shop suspense;
      * its reversal is applied to the held order instead.
       APPLY-ORDER-REVERSAL SECTION.
       APPLY-ORDER-REVERSAL-S.
           PERFORM FIND-SEEN-ORDER.
           IF SEEN-FOUND-FLAG NOT = "Y"
               PERFORM FIND-HELD-ORDER
               IF SPN-FOUND-FLAG = "Y"
                   PERFORM REVERSE-HELD-ORDER
                   GO TO APPLY-ORDER-REVERSAL-E
               END-IF
               MOVE "Reversal for order never accumulated"
                 TO CEXC-REASON
               PERFORM WRITE-CANCEL-EXCEPTION
               GO TO APPLY-ORDER-REVERSAL-E
           END-IF.
           IF SEEN-FOUND-DATE NOT = TODAY-DATE-NUM
               MOVE "Reversal for prior-night order"
                 TO CEXC-REASON
               PERFORM WRITE-CANCEL-EXCEPTION
      *
           IF ORDER-TRANS-TYPE OF ORDER-REC = "C"
               COMPUTE REV-QTY-DELTA =
                   0 - SEEN-FOUND-QTY
               COMPUTE REV-PRICE-DELTA =
                   0 - SEEN-FOUND-PRICE
           ELSE
               COMPUTE REV-NEW-PRICE =
                   I-PRICE OF ORDER-REC
                   * ORDER-QUANTITY OF ORDER-REC
               COMPUTE REV-QTY-DELTA =
                   ORDER-QUANTITY OF ORDER-REC
                   - SEEN-FOUND-QTY
               COMPUTE REV-PRICE-DELTA =
                   REV-NEW-PRICE - SEEN-FOUND-PRICE
           END-IF.
      * Tax backs out the same way. The original was accumulated
      * tonight at this shop's rate, so re-deriving its tax from the
      * register amount gives back exactly what was charged.
           MOVE SEEN-FOUND-PRICE TO TAX-BASE.
           PERFORM CALC-ORDER-TAX.
           MOVE TAX-CALC TO TAX-OLD.
           IF ORDER-TRANS-TYPE OF ORDER-REC = "C"
               COMPUTE REV-TAX-DELTA = 0 - TAX-OLD
           ELSE
               MOVE REV-NEW-PRICE TO TAX-BASE
               PERFORM CALC-ORDER-TAX
               COMPUTE REV-TAX-DELTA = TAX-CALC - TAX-OLD
           END-IF.
      *
      * The same business-date test the original took decides where
              + REV-QTY-DELTA < 0
            OR SHOP-TOTAL-PRICE OF SHOP-ENTRY (SHOP-IDX)
              + REV-PRICE-DELTA < 0
            OR SHOP-TAX-AMOUNT (SHOP-IDX) + REV-TAX-DELTA < 0
            OR VND-TOTAL-QTY (VENDOR-IDX) + REV-QTY-DELTA < 0
            OR VND-TOTAL-PRICE (VENDOR-IDX) + REV-PRICE-DELTA < 0
            OR (ORDER-TRANS-TYPE OF ORDER-REC = "C"
           COMPUTE SHOP-TOTAL-PRICE OF SHOP-ENTRY (SHOP-IDX) =
               SHOP-TOTAL-PRICE OF SHOP-ENTRY (SHOP-IDX)
               + REV-PRICE-DELTA.
           COMPUTE SHOP-TAX-AMOUNT (SHOP-IDX) =
               SHOP-TAX-AMOUNT (SHOP-IDX) + REV-TAX-DELTA.
           COMPUTE TAX-TOTAL = TAX-TOTAL + REV-TAX-DELTA.
           COMPUTE VND-TOTAL-QTY (VENDOR-IDX) =
               VND-TOTAL-QTY (VENDOR-IDX) + REV-QTY-DELTA.
           COMPUTE VND-TOTAL-PRICE (VENDOR-IDX) =
      *
           IF LT-QTY (LATE-IDX) + REV-QTY-DELTA < 0
            OR LT-PRICE (LATE-IDX) + REV-PRICE-DELTA < 0
            OR LT-TAX (LATE-IDX) + REV-TAX-DELTA < 0
            OR VND-TOTAL-QTY (VENDOR-IDX) + REV-QTY-DELTA < 0
            OR VND-TOTAL-PRICE (VENDOR-IDX) + REV-PRICE-DELTA < 0
            OR (ORDER-TRANS-TYPE OF ORDER-REC = "C"
               LT-QTY (LATE-IDX) + REV-QTY-DELTA.
           COMPUTE LT-PRICE (LATE-IDX) =
               LT-PRICE (LATE-IDX) + REV-PRICE-DELTA.
           COMPUTE LT-TAX (LATE-IDX) =
               LT-TAX (LATE-IDX) + REV-TAX-DELTA.
           COMPUTE TAX-TOTAL = TAX-TOTAL + REV-TAX-DELTA.
           COMPUTE VND-TOTAL-QTY (VENDOR-IDX) =
               VND-TOTAL-QTY (VENDOR-IDX) + REV-QTY-DELTA.
           COMPUTE VND-TOTAL-PRICE (VENDOR-IDX) =
      *********************************
      * Reversal Bookkeeping
      * Shared close-out once a reversal has been applied, whichever
      * bucket absorbed it: the register entry is deleted on a
      * cancellation so the order no longer dedups - a second
      * cancellation for the same id then lands on the exception
      * file instead of backing out twice - or updated to the
      * adjusted amounts.
       REVERSAL-BOOKKEEPING SECTION.
       REVERSAL-BOOKKEEPING-S.
           PERFORM REVERSE-ITEM-HIST-ENTRY.
           PERFORM REVERSE-VENDOR-SETTLE.
           IF ORDER-TRANS-TYPE OF ORDER-REC = "C"
               PERFORM DELETE-SEEN-ORDER
               ADD 1 TO CANCEL-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID021" TO AL-MSGID
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           ELSE
               PERFORM UPDATE-SEEN-ORDER
               ADD 1 TO ADJUST-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID022" TO AL-MSGID
       REVERSAL-BOOKKEEPING-E.
         EXIT.
      *********************************
      * Add Item Hist Entry
      * Adds the order just accumulated (WS-EXT-PRICE already holds
      * its extended price) to the item history bucket for
      * IHT-SRCH-DATE plus IHT-SRCH-CODE.
       ADD-ITEM-HIST-ENTRY SECTION.
       ADD-ITEM-HIST-ENTRY-S.
           PERFORM FIND-ITEM-HIST-ENTRY.
           IF IHT-FOUND-FLAG NOT = "Y"
               IF IHT-TABLE-COUNT >= 2000
                   MOVE SPACE TO AL-MSGTXT
                   MOVE "MSGID035" TO AL-MSGID
                   MOVE "Item history table full - abort" TO AL-MSGTXT
                   PERFORM WRITE-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO IHT-TABLE-COUNT
               SET IHT-IDX TO IHT-TABLE-COUNT
               MOVE IHT-SRCH-DATE TO IHT-BUS-DATE (IHT-IDX)
               MOVE IHT-SRCH-CODE TO IHT-ITEM-CODE (IHT-IDX)
               MOVE 0 TO IHT-COUNT (IHT-IDX)
               MOVE 0 TO IHT-QTY (IHT-IDX)
               MOVE 0 TO IHT-PRICE (IHT-IDX)
           END-IF.
           ADD 1 TO IHT-COUNT (IHT-IDX).
           ADD ORDER-QUANTITY OF ORDER-REC TO IHT-QTY (IHT-IDX).
           ADD WS-EXT-PRICE TO IHT-PRICE (IHT-IDX).
       ADD-ITEM-HIST-ENTRY-E.
         EXIT.
      *********************************
      * Reverse Item Hist Entry
      * Nets an applied cancellation or adjustment against the item
      * bucket its original went into. Only tonight's orders are
      * reversible, so the bucket was built tonight under the same
      * business-date test APPLY-ORDER-REVERSAL has just made, and
      * the register entry names the item that was accumulated.
       REVERSE-ITEM-HIST-ENTRY SECTION.
       REVERSE-ITEM-HIST-ENTRY-S.
           IF OD-VALID-FLAG = "Y"
              AND OD-DATE-NUM < TODAY-DATE-NUM
               MOVE OD-DATE-NUM TO IHT-SRCH-DATE
           ELSE
               MOVE TODAY-DATE-NUM TO IHT-SRCH-DATE
           END-IF.
           IF SEEN-FOUND-ITEM NOT = SPACE
               MOVE SEEN-FOUND-ITEM TO IHT-SRCH-CODE
           ELSE
               MOVE I-CODE OF ORDER-REC TO IHT-SRCH-CODE
           END-IF.
           PERFORM FIND-ITEM-HIST-ENTRY.
           IF IHT-FOUND-FLAG NOT = "Y"
              OR IHT-QTY (IHT-IDX) + REV-QTY-DELTA < 0
              OR IHT-PRICE (IHT-IDX) + REV-PRICE-DELTA < 0
               GO TO REVERSE-ITEM-HIST-ENTRY-E
           END-IF.
           COMPUTE IHT-QTY (IHT-IDX) =
               IHT-QTY (IHT-IDX) + REV-QTY-DELTA.
           COMPUTE IHT-PRICE (IHT-IDX) =
               IHT-PRICE (IHT-IDX) + REV-PRICE-DELTA.
           IF ORDER-TRANS-TYPE OF ORDER-REC = "C"
              AND IHT-COUNT (IHT-IDX) > 0
               SUBTRACT 1 FROM IHT-COUNT (IHT-IDX)
           END-IF.
       REVERSE-ITEM-HIST-ENTRY-E.
         EXIT.
      *********************************
      * Reverse Vendor Settle
      * Books an applied cancellation or adjustment against the
      * vendor plus S-ID settlement bucket - as its own column rather
      * than netted, so the statement can show it. The run-based
      * vendor totals have just taken the same delta.
       REVERSE-VENDOR-SETTLE SECTION.
       REVERSE-VENDOR-SETTLE-S.
           PERFORM FIND-VENDOR-SETTLE-ENTRY.
           IF ORDER-TRANS-TYPE OF ORDER-REC = "C"
               ADD 1 TO VST-CANCEL-COUNT (VST-IDX)
               SUBTRACT REV-QTY-DELTA FROM VST-CANCEL-QTY (VST-IDX)
               SUBTRACT REV-PRICE-DELTA
                   FROM VST-CANCEL-PRICE (VST-IDX)
               GO TO REVERSE-VENDOR-SETTLE-E
           END-IF.
           ADD 1 TO VST-ADJUST-COUNT (VST-IDX).
           IF REV-QTY-DELTA > 0
               ADD REV-QTY-DELTA TO VST-ADJ-ADD-QTY (VST-IDX)
           ELSE
               SUBTRACT REV-QTY-DELTA FROM VST-ADJ-LESS-QTY (VST-IDX)
           END-IF.
           IF REV-PRICE-DELTA > 0
               ADD REV-PRICE-DELTA TO VST-ADJ-ADD-PRICE (VST-IDX)
           ELSE
               SUBTRACT REV-PRICE-DELTA
                   FROM VST-ADJ-LESS-PRICE (VST-IDX)
           END-IF.
       REVERSE-VENDOR-SETTLE-E.
         EXIT.
      *********************************
      * Find Vendor Settle Entry
      * Linear search of VST-TABLE for the current vendor
      * (VENDOR-IDX) plus the order's S-ID, creating the entry on
      * first sight; VST-IDX addresses it on return.
       FIND-VENDOR-SETTLE-ENTRY SECTION.
       FIND-VENDOR-SETTLE-ENTRY-S.
           MOVE "N" TO VST-FOUND-FLAG.
           PERFORM VARYING VST-IDX FROM 1 BY 1
                   UNTIL VST-IDX > VST-TABLE-COUNT
               IF VST-VENDOR-ID (VST-IDX) =
                  VID-VENDOR-ID OF VENDOR-ENTRY (VENDOR-IDX)
                  AND VST-SHOP-ID (VST-IDX) = S-ID OF ORDER-REC
                   MOVE "Y" TO VST-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF VST-FOUND-FLAG = "Y"
               GO TO FIND-VENDOR-SETTLE-ENTRY-E
           END-IF.
           IF VST-TABLE-COUNT >= 2000
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID036" TO AL-MSGID
               MOVE "Vendor settlement table full - abort"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO VST-TABLE-COUNT.
           SET VST-IDX TO VST-TABLE-COUNT.
           MOVE VID-VENDOR-ID OF VENDOR-ENTRY (VENDOR-IDX)
             TO VST-VENDOR-ID (VST-IDX).
           MOVE S-ID OF ORDER-REC TO VST-SHOP-ID (VST-IDX).
           MOVE 0 TO VST-GROSS-COUNT (VST-IDX).
           MOVE 0 TO VST-GROSS-QTY (VST-IDX).
           MOVE 0 TO VST-GROSS-PRICE (VST-IDX).
           MOVE 0 TO VST-CANCEL-COUNT (VST-IDX).
           MOVE 0 TO VST-CANCEL-QTY (VST-IDX).
           MOVE 0 TO VST-CANCEL-PRICE (VST-IDX).
           MOVE 0 TO VST-ADJUST-COUNT (VST-IDX).
           MOVE 0 TO VST-ADJ-ADD-QTY (VST-IDX).
           MOVE 0 TO VST-ADJ-LESS-QTY (VST-IDX).
           MOVE 0 TO VST-ADJ-ADD-PRICE (VST-IDX).
           MOVE 0 TO VST-ADJ-LESS-PRICE (VST-IDX).
       FIND-VENDOR-SETTLE-ENTRY-E.
         EXIT.
      *********************************
      * Find Item Hist Entry
      * Linear search of IHT-TABLE by IHT-SRCH-DATE plus
      * IHT-SRCH-CODE; IHT-IDX addresses the match on return.
       FIND-ITEM-HIST-ENTRY SECTION.
       FIND-ITEM-HIST-ENTRY-S.
           MOVE "N" TO IHT-FOUND-FLAG.
           PERFORM VARYING IHT-IDX FROM 1 BY 1
                   UNTIL IHT-IDX > IHT-TABLE-COUNT
               IF IHT-BUS-DATE (IHT-IDX) = IHT-SRCH-DATE
                  AND IHT-ITEM-CODE (IHT-IDX) = IHT-SRCH-CODE
                   MOVE "Y" TO IHT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-ITEM-HIST-ENTRY-E.
         EXIT.
      *********************************
      * Write Cancel Exception
       WRITE-CANCEL-EXCEPTION SECTION.
       WRITE-CANCEL-EXCEPTION-S.
               MOVE SHOP-TOTAL-PRICE OF SHOP-ENTRY (SHOP-IDX)
                 TO HIST-TOTAL-PRICE
               MOVE TODAY-DATE-NUM TO HIST-POST-DATE
               MOVE SHOP-TAX-JURIS (SHOP-IDX) TO HIST-TAX-JURIS
               MOVE SHOP-TAX-AMOUNT (SHOP-IDX) TO HIST-TAX-AMOUNT
               WRITE HISTORY-REC
               ADD 1 TO HIST-SLICE-COUNT
           END-PERFORM.
      *
      * Restatement records for the late arrivals - the amounts go
               MOVE LT-QTY (LATE-IDX) TO HIST-TOTAL-QTY
               MOVE LT-PRICE (LATE-IDX) TO HIST-TOTAL-PRICE
               MOVE TODAY-DATE-NUM TO HIST-POST-DATE
               MOVE LT-TAX-JURIS (LATE-IDX) TO HIST-TAX-JURIS
               MOVE LT-TAX (LATE-IDX) TO HIST-TAX-AMOUNT
               WRITE HISTORY-REC
               ADD 1 TO HIST-RESTATE-COUNT
           END-PERFORM.
           CLOSE HISTORY-FILE.
       WRITE-SHOP-HISTORY-E.
       WRITE-VENDOR-HISTORY-E.
         EXIT.
      *********************************
      * Write Item History
      * Appends tonight's item buckets - tonight's business date and
      * the late arrivals' own dates alike, all posted tonight. Same
      * rerun purge as the shop history: records already POSTED on
      * TODAY-DATE-NUM are dropped through a work-file copy first.
       WRITE-ITEM-HISTORY SECTION.
       WRITE-ITEM-HISTORY-S.
           STRING FUNCTION TRIM(ITEM-HISTORY-FILE-NAME) ".tmp"
                  DELIMITED BY SIZE INTO TEMP-ITEM-HISTORY-FILE-NAME.
           OPEN INPUT ITEM-HISTORY-FILE.
           IF ITEM-HISTORY-FILE-STATUS NOT = "00"
               CLOSE ITEM-HISTORY-FILE
           ELSE
               OPEN OUTPUT TEMP-ITEM-HISTORY-FILE
               MOVE SPACE TO FLG-EOF
               PERFORM UNTIL FLG-EOF = "1"
                   READ ITEM-HISTORY-FILE
                     AT END
                       MOVE "1" TO FLG-EOF
                   END-READ
                   IF FLG-EOF NOT = "1"
                      AND IHIST-POST-DATE NOT = TODAY-DATE-NUM
                       MOVE ITEM-HISTORY-REC TO TEMP-ITEM-HISTORY-REC
                       WRITE TEMP-ITEM-HISTORY-REC
                   END-IF
               END-PERFORM
               CLOSE TEMP-ITEM-HISTORY-FILE
               CLOSE ITEM-HISTORY-FILE
               OPEN OUTPUT ITEM-HISTORY-FILE
               CLOSE ITEM-HISTORY-FILE
               OPEN INPUT TEMP-ITEM-HISTORY-FILE
               OPEN EXTEND ITEM-HISTORY-FILE
               MOVE SPACE TO FLG-EOF
               PERFORM UNTIL FLG-EOF = "1"
                   READ TEMP-ITEM-HISTORY-FILE
                     AT END
                       MOVE "1" TO FLG-EOF
                     NOT AT END
                       MOVE TEMP-ITEM-HISTORY-REC TO ITEM-HISTORY-REC
                       WRITE ITEM-HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE TEMP-ITEM-HISTORY-FILE
               CLOSE ITEM-HISTORY-FILE
           END-IF.
           MOVE SPACE TO FLG-EOF.
      *
           OPEN EXTEND ITEM-HISTORY-FILE.
           IF ITEM-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT ITEM-HISTORY-FILE
           END-IF.
           PERFORM VARYING IHT-IDX FROM 1 BY 1
                   UNTIL IHT-IDX > IHT-TABLE-COUNT
               MOVE IHT-BUS-DATE (IHT-IDX) TO IHIST-BUS-DATE
               MOVE IHT-ITEM-CODE (IHT-IDX) TO IHIST-ITEM-CODE
               MOVE IHT-COUNT (IHT-IDX) TO IHIST-ORDER-COUNT
               MOVE IHT-QTY (IHT-IDX) TO IHIST-TOTAL-QTY
               MOVE IHT-PRICE (IHT-IDX) TO IHIST-TOTAL-PRICE
               MOVE TODAY-DATE-NUM TO IHIST-POST-DATE
               WRITE ITEM-HISTORY-REC
           END-PERFORM.
           CLOSE ITEM-HISTORY-FILE.
       WRITE-ITEM-HISTORY-E.
         EXIT.
      *********************************
      * Write Vendor Settle
      * Appends tonight's vendor settlement buckets under tonight's
      * run date, after dropping any records already written for
      * TODAY-DATE-NUM - the same rerun purge as the vendor history.
       WRITE-VENDOR-SETTLE SECTION.
       WRITE-VENDOR-SETTLE-S.
           STRING FUNCTION TRIM(VENDOR-SETTLE-FILE-NAME) ".tmp"
                  DELIMITED BY SIZE INTO TEMP-VENDOR-SETTLE-FILE-NAME.
           OPEN INPUT VENDOR-SETTLE-FILE.
           IF VENDOR-SETTLE-FILE-STATUS NOT = "00"
               CLOSE VENDOR-SETTLE-FILE
           ELSE
               OPEN OUTPUT TEMP-VENDOR-SETTLE-FILE
               MOVE SPACE TO FLG-EOF
               PERFORM UNTIL FLG-EOF = "1"
                   READ VENDOR-SETTLE-FILE
                     AT END
                       MOVE "1" TO FLG-EOF
                   END-READ
                   IF FLG-EOF NOT = "1"
                      AND VSET-RUN-DATE NOT = TODAY-DATE-NUM
                       MOVE VENDOR-SETTLE-REC
                         TO TEMP-VENDOR-SETTLE-REC
                       WRITE TEMP-VENDOR-SETTLE-REC
                   END-IF
               END-PERFORM
               CLOSE TEMP-VENDOR-SETTLE-FILE
               CLOSE VENDOR-SETTLE-FILE
               OPEN OUTPUT VENDOR-SETTLE-FILE
               CLOSE VENDOR-SETTLE-FILE
               OPEN INPUT TEMP-VENDOR-SETTLE-FILE
               OPEN EXTEND VENDOR-SETTLE-FILE
               MOVE SPACE TO FLG-EOF
               PERFORM UNTIL FLG-EOF = "1"
                   READ TEMP-VENDOR-SETTLE-FILE
                     AT END
                       MOVE "1" TO FLG-EOF
                     NOT AT END
                       MOVE TEMP-VENDOR-SETTLE-REC
                         TO VENDOR-SETTLE-REC
                       WRITE VENDOR-SETTLE-REC
                   END-READ
               END-PERFORM
               CLOSE TEMP-VENDOR-SETTLE-FILE
               CLOSE VENDOR-SETTLE-FILE
           END-IF.
           MOVE SPACE TO FLG-EOF.
      *
           OPEN EXTEND VENDOR-SETTLE-FILE.
           IF VENDOR-SETTLE-FILE-STATUS NOT = "00"
               OPEN OUTPUT VENDOR-SETTLE-FILE
           END-IF.
           PERFORM VARYING VST-IDX FROM 1 BY 1
                   UNTIL VST-IDX > VST-TABLE-COUNT
               MOVE TODAY-DATE-NUM TO VSET-RUN-DATE
               MOVE VST-VENDOR-ID (VST-IDX) TO VSET-VENDOR-ID
               MOVE VST-SHOP-ID (VST-IDX) TO VSET-SHOP-ID
               MOVE VST-GROSS-COUNT (VST-IDX) TO VSET-GROSS-COUNT
               MOVE VST-GROSS-QTY (VST-IDX) TO VSET-GROSS-QTY
               MOVE VST-GROSS-PRICE (VST-IDX) TO VSET-GROSS-PRICE
               MOVE VST-CANCEL-COUNT (VST-IDX) TO VSET-CANCEL-COUNT
               MOVE VST-CANCEL-QTY (VST-IDX) TO VSET-CANCEL-QTY
               MOVE VST-CANCEL-PRICE (VST-IDX) TO VSET-CANCEL-PRICE
               MOVE VST-ADJUST-COUNT (VST-IDX) TO VSET-ADJUST-COUNT
               MOVE VST-ADJ-ADD-QTY (VST-IDX) TO VSET-ADJ-ADD-QTY
               MOVE VST-ADJ-LESS-QTY (VST-IDX) TO VSET-ADJ-LESS-QTY
               MOVE VST-ADJ-ADD-PRICE (VST-IDX) TO VSET-ADJ-ADD-PRICE
               MOVE VST-ADJ-LESS-PRICE (VST-IDX)
                 TO VSET-ADJ-LESS-PRICE
               WRITE VENDOR-SETTLE-REC
           END-PERFORM.
           CLOSE VENDOR-SETTLE-FILE.
       WRITE-VENDOR-SETTLE-E.
         EXIT.
      *********************************
      * Write Tax Exceptions
      * Every shop whose S-ZIP matched no tax rate, with tonight's
      * untaxed slice, so the rate table can be completed before the
      * month's liability report is run.
       WRITE-TAX-EXCEPTIONS SECTION.
       WRITE-TAX-EXCEPTIONS-S.
           OPEN OUTPUT TAX-EXCEPTION-FILE.
           MOVE SPACE TO TAX-EXCEPTION-REC.
           STRING "Shops With No Sales Tax Rate - Batch "
                  TODAY-DATE-NUM
                  DELIMITED BY SIZE INTO TAX-EXCEPTION-REC.
           WRITE TAX-EXCEPTION-REC.
           PERFORM VARYING SHOP-IDX FROM 1 BY 1
                   UNTIL SHOP-IDX > SHOP-TABLE-COUNT
               IF SHOP-TAX-FOUND (SHOP-IDX) NOT = "Y"
                   MOVE SPACE TO TAX-EXCEPTION-REC
                   STRING "ShopID: " S-ID OF SHOP-ENTRY (SHOP-IDX)
                          " " S-NAME OF SHOP-ENTRY (SHOP-IDX) (1:30)
                          " Zip: " S-ZIP OF SHOP-ENTRY (SHOP-IDX)
                          " OrderCount: "
                          SHOP-ORDER-COUNT OF SHOP-ENTRY (SHOP-IDX)
                          " UntaxedPrice: "
                          SHOP-TOTAL-PRICE OF SHOP-ENTRY (SHOP-IDX)
                          DELIMITED BY SIZE INTO TAX-EXCEPTION-REC
                   WRITE TAX-EXCEPTION-REC
               END-IF
           END-PERFORM.
           MOVE SPACE TO TAX-EXCEPTION-REC.
           STRING "Shops with no rate: " TAX-NORATE-COUNT
                  DELIMITED BY SIZE INTO TAX-EXCEPTION-REC.
           WRITE TAX-EXCEPTION-REC.
           CLOSE TAX-EXCEPTION-FILE.
           IF TAX-NORATE-COUNT > 0
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID039" TO AL-MSGID
               STRING "Shops with no sales tax rate: "
                      TAX-NORATE-COUNT
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
       WRITE-TAX-EXCEPTIONS-E.
         EXIT.
      *********************************
      * Write Late Report
      * One line per days-late bucket with a non-zero count, so the
      * shape of the feed's lateness is visible at a glance, plus the
       WRITE-LATE-REPORT-E.
         EXIT.
      *********************************
      * Open Seen Orders
      * Opens the keyed register for update and purges the entries
      * that must not dedup tonight: those older than the retention
      * window, and those dated today, so a same-night rerun (against
      * a corrected order file) is not flagged wholesale as
      * duplicates - the same posture as the history purge in
      * WRITE-SHOP-HISTORY. A missing register is simply a first run
      * - it is created empty. Any other open failure (a register
      * not yet converted from the old sequential layout, say) stops
      * the run rather than start detection over.
       OPEN-SEEN-ORDERS SECTION.
       OPEN-SEEN-ORDERS-S.
           OPEN I-O SEEN-ORDER-FILE.
           IF SEEN-ORDER-FILE-STATUS = "35"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID012" TO AL-MSGID
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
      * Keyed read of the register by ORDER-ID. The entry found is
      * copied to the SEEN-FOUND fields. A register written before
      * the quantity / price fields were added reads back with
      * spaces there - such entries still dedup, they just cannot
      * back a reversal out.
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
           END-READ.
           IF SEEN-FOUND-FLAG NOT = "Y"
               IF SEEN-ORDER-FILE-STATUS NOT = "23"
                   MOVE "READ" TO SEEN-IO-OP
                   PERFORM ABORT-SEEN-REGISTER
               END-IF
               GO TO FIND-SEEN-ORDER-E
           END-IF.
           MOVE SOR-DATE TO SEEN-FOUND-DATE.
           IF SOR-QTY IS NUMERIC
               MOVE SOR-QTY TO SEEN-FOUND-QTY
           ELSE
               MOVE 0 TO SEEN-FOUND-QTY
           END-IF.
           IF SOR-PRICE IS NUMERIC
               MOVE SOR-PRICE TO SEEN-FOUND-PRICE
           ELSE
               MOVE 0 TO SEEN-FOUND-PRICE
           END-IF.
           MOVE SOR-ITEM-CODE TO SEEN-FOUND-ITEM.
       FIND-SEEN-ORDER-E.
         EXIT.
      *********************************
      * register records exactly what was accumulated.
       RECORD-SEEN-ORDER SECTION.
       RECORD-SEEN-ORDER-S.
           MOVE ORDER-ID OF ORDER-REC TO SOR-ORDER-ID.
           MOVE TODAY-DATE-NUM TO SOR-DATE.
           MOVE ORDER-QUANTITY OF ORDER-REC TO SOR-QTY.
           MOVE WS-EXT-PRICE TO SOR-PRICE.
           MOVE I-CODE OF ORDER-REC TO SOR-ITEM-CODE.
           WRITE SEEN-ORDER-REC.
           IF SEEN-ORDER-FILE-STATUS (1:1) NOT = "0"
               MOVE "WRITE" TO SEEN-IO-OP
               PERFORM ABORT-SEEN-REGISTER
           END-IF.
           ADD 1 TO SEEN-ADD-COUNT.
       RECORD-SEEN-ORDER-E.
         EXIT.
      *********************************
      * Update Seen Order
      * An applied adjustment - the entry now carries the adjusted
      * quantity and extended price, so a later cancellation backs
      * out what the totals hold after the adjustment.
       UPDATE-SEEN-ORDER SECTION.
       UPDATE-SEEN-ORDER-S.
           MOVE ORDER-ID OF ORDER-REC TO SOR-ORDER-ID.
           MOVE SEEN-FOUND-DATE TO SOR-DATE.
           MOVE ORDER-QUANTITY OF ORDER-REC TO SOR-QTY.
           MOVE REV-NEW-PRICE TO SOR-PRICE.
           MOVE SEEN-FOUND-ITEM TO SOR-ITEM-CODE.
           REWRITE SEEN-ORDER-REC.
           IF SEEN-ORDER-FILE-STATUS (1:1) NOT = "0"
               MOVE "REWRITE" TO SEEN-IO-OP
               PERFORM ABORT-SEEN-REGISTER
           END-IF.
           ADD 1 TO SEEN-UPDATE-COUNT.
       UPDATE-SEEN-ORDER-E.
         EXIT.
      *********************************
      * Delete Seen Order
      * An applied cancellation - the entry leaves the register so
      * the order no longer dedups.
       DELETE-SEEN-ORDER SECTION.
       DELETE-SEEN-ORDER-S.
           MOVE ORDER-ID OF ORDER-REC TO SOR-ORDER-ID.
           DELETE SEEN-ORDER-FILE RECORD.
           IF SEEN-ORDER-FILE-STATUS (1:1) NOT = "0"
               MOVE "DELETE" TO SEEN-IO-OP
               PERFORM ABORT-SEEN-REGISTER
           END-IF.
           ADD 1 TO SEEN-DELETE-COUNT.
       DELETE-SEEN-ORDER-E.
         EXIT.
      *********************************
      * Abort Seen Register
      * The register is updated in place through the run, so an I/O
      * failure on it stops the job - carrying on would count orders
      * twice or lose their back-out amounts. The rerun's open purges
      * whatever this run had already registered.
       ABORT-SEEN-REGISTER SECTION.
       ABORT-SEEN-REGISTER-S.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID013" TO AL-MSGID.
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
      * Every change was applied as it happened; this only closes
      * the register and logs tonight's activity on it.
       CLOSE-SEEN-ORDERS SECTION.
       CLOSE-SEEN-ORDERS-S.
           CLOSE SEEN-ORDER-FILE.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID014" TO AL-MSGID.
           STRING "Register added: " SEEN-ADD-COUNT
                  ", adjusted: " SEEN-UPDATE-COUNT
                  ", cancelled: " SEEN-DELETE-COUNT
                  ", purged: " SEEN-PURGE-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       CLOSE-SEEN-ORDERS-E.
         EXIT.
      *********************************
      * Find Vendor
       WRITE-SUSP-SHOP-COUNTS-E.
         EXIT.
      *********************************
      * Load Suspense
      * Reads the unknown-shop suspense file into the in-memory
      * table. A missing file is simply a first run. For a same-night
      * rerun, entries first held tonight are dropped (tonight's feed
      * holds them again) and entries released or cancelled tonight
      * go back to held, so the re-drive accumulates them again and
      * the rerun feed cancels them again - the history purge and
      * the seen-order open purge have already undone the first
      * attempt. Entries released or cancelled on an earlier night
      * are finished and are not carried forward.
       LOAD-SUSPENSE SECTION.
       LOAD-SUSPENSE-S.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID031" TO AL-MSGID
               MOVE "Suspense file not found - starting empty"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE SUSPENSE-FILE
           ELSE
               MOVE SPACE TO FLG-EOF
               PERFORM UNTIL FLG-EOF = "1"
                   READ SUSPENSE-FILE
                     AT END
                       MOVE "1" TO FLG-EOF
                   END-READ
                   IF FLG-EOF NOT = "1"
                      AND SPN-HELD-DATE NOT = TODAY-DATE-NUM
                      AND (SPN-STATUS = "H"
                           OR SPN-RELEASE-DATE = TODAY-DATE-NUM)
                       IF SPN-TABLE-COUNT >= 2000
                           MOVE SPACE TO AL-MSGTXT
                           MOVE "MSGID032" TO AL-MSGID
                           MOVE "Suspense file full - abort"
                             TO AL-MSGTXT
                           PERFORM WRITE-LOG
                           CLOSE SUSPENSE-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO SPN-TABLE-COUNT
                       MOVE SPN-DATA TO SPT-DATA (SPN-TABLE-COUNT)
                       MOVE SPN-HELD-DATE
                         TO SPT-HELD-DATE (SPN-TABLE-COUNT)
                       MOVE "H" TO SPT-STATUS (SPN-TABLE-COUNT)
                       MOVE 0 TO SPT-RELEASE-DATE (SPN-TABLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE SPACE TO FLG-EOF.
       LOAD-SUSPENSE-E.
         EXIT.
      *********************************
      * Redrive Suspense
      * Runs every held order back through the normal gates before
      * the feed is read. ORDER-REC is free at this point - the first
      * feed record has not been read yet.
       REDRIVE-SUSPENSE SECTION.
       REDRIVE-SUSPENSE-S.
           PERFORM REDRIVE-HELD-ORDER
                   VARYING SPN-REDRIVE-IDX FROM 1 BY 1
                   UNTIL SPN-REDRIVE-IDX > SPN-TABLE-COUNT.
       REDRIVE-SUSPENSE-E.
         EXIT.
      *********************************
      * Redrive Held Order
      * An order whose shop is still missing stays held. Once the
      * S-ID is on the master the order leaves suspense whatever the
      * remaining gates decide - accumulated under its ORDER-DATE,
      * or routed to the vendor, item, duplicate or late exception
      * file like any other order. It was screened by the suspicious
      * order checks on the night it arrived, so only the date is
      * validated again here.
       REDRIVE-HELD-ORDER SECTION.
       REDRIVE-HELD-ORDER-S.
           IF SPT-STATUS (SPN-REDRIVE-IDX) NOT = "H"
               GO TO REDRIVE-HELD-ORDER-E
           END-IF.
           MOVE SPT-DATA (SPN-REDRIVE-IDX) TO ORDER-REC.
           PERFORM FIND-SHOP.
           IF WS-FOUND-FLAG NOT = "Y"
               GO TO REDRIVE-HELD-ORDER-E
           END-IF.
      *
           PERFORM VALIDATE-ORDER-DATE.
           PERFORM APPLY-ORDER-GATES.
           MOVE "R" TO SPT-STATUS (SPN-REDRIVE-IDX).
           MOVE TODAY-DATE-NUM TO SPT-RELEASE-DATE (SPN-REDRIVE-IDX).
           ADD 1 TO SPN-RELEASED-COUNT.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID033" TO AL-MSGID.
           STRING "Held order released - "
                  FUNCTION TRIM(ORDER-ID OF ORDER-REC)
                  " shop " S-ID OF SHOP-INFO OF ORDER-REC
                  " held since " SPT-HELD-DATE (SPN-REDRIVE-IDX)
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       REDRIVE-HELD-ORDER-E.
         EXIT.
      *********************************
      * Hold Unknown Shop Order
      * The order's S-ID is not on the shop master - hold it in
      * suspense instead of dropping it. A resend of an order that is
      * already held is a duplicate, the same as a resend of an
      * accumulated one.
       HOLD-UNKNOWN-SHOP-ORDER SECTION.
       HOLD-UNKNOWN-SHOP-ORDER-S.
           PERFORM FIND-HELD-ORDER.
           IF SPN-FOUND-FLAG = "Y"
               ADD 1 TO DUP-ORDER-COUNT
               MOVE CORRESPONDING ORDER-REC TO DUP-DATA
               MOVE SPT-HELD-DATE (SPN-IDX) TO DUP-FIRST-DATE
               WRITE DUPLICATE-REC
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID011" TO AL-MSGID
               STRING "Duplicate order - "
                      FUNCTION TRIM(ORDER-ID OF ORDER-REC)
                      " held since " SPT-HELD-DATE (SPN-IDX)
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO HOLD-UNKNOWN-SHOP-ORDER-E
           END-IF.
      *
           IF SPN-TABLE-COUNT >= 2000
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID032" TO AL-MSGID
               MOVE "Suspense file full - abort" TO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO UNMATCHED-ORDER-COUNT.
           ADD 1 TO SPN-TABLE-COUNT.
           MOVE ORDER-REC TO SPT-DATA (SPN-TABLE-COUNT).
           MOVE TODAY-DATE-NUM TO SPT-HELD-DATE (SPN-TABLE-COUNT).
           MOVE "H" TO SPT-STATUS (SPN-TABLE-COUNT).
           MOVE 0 TO SPT-RELEASE-DATE (SPN-TABLE-COUNT).
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID006" TO AL-MSGID.
           STRING "Order held - unknown shop - "
                  S-ID OF SHOP-INFO OF ORDER-REC
                  " " FUNCTION TRIM(ORDER-ID OF ORDER-REC)
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       HOLD-UNKNOWN-SHOP-ORDER-E.
         EXIT.
      *********************************
      * Find Held Order
      * Looks for ORDER-REC's ORDER-ID among the orders still held in
      * SPN-TABLE; SPN-IDX addresses the entry when SPN-FOUND-FLAG
      * is "Y".
       FIND-HELD-ORDER SECTION.
       FIND-HELD-ORDER-S.
           MOVE "N" TO SPN-FOUND-FLAG.
           PERFORM VARYING SPN-IDX FROM 1 BY 1
                   UNTIL SPN-IDX > SPN-TABLE-COUNT
               IF SPT-ORDER-ID (SPN-IDX) = ORDER-ID OF ORDER-REC
                  AND SPT-STATUS (SPN-IDX) = "H"
                   MOVE "Y" TO SPN-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-HELD-ORDER-E.
         EXIT.
      *********************************
      * Reverse Held Order
      * The reversal is for an order still held in unknown-shop
      * suspense (SPN-IDX) - none of it is on the books yet, so it is
      * applied to the held order itself. A cancellation takes the
      * order out of suspense as status "C", dated tonight like a
      * release, so the re-drive never posts it; a same-night rerun
      * puts it back on hold and the rerun feed cancels it again. An
      * adjustment replaces the held quantity and price, which the
      * re-drive then accumulates once the shop is on the master.
       REVERSE-HELD-ORDER SECTION.
       REVERSE-HELD-ORDER-S.
           IF ORDER-TRANS-TYPE OF ORDER-REC = "C"
               MOVE "C" TO SPT-STATUS (SPN-IDX)
               MOVE TODAY-DATE-NUM TO SPT-RELEASE-DATE (SPN-IDX)
               ADD 1 TO CANCEL-COUNT
               ADD 1 TO SPN-CANCELLED-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID047" TO AL-MSGID
               STRING "Held order cancelled - "
                      FUNCTION TRIM(ORDER-ID OF ORDER-REC)
                      " held since " SPT-HELD-DATE (SPN-IDX)
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           ELSE
               MOVE SPT-DATA (SPN-IDX) TO SPW-DATA
               MOVE ORDER-QUANTITY OF ORDER-REC
                 TO ORDER-QUANTITY OF SPW-DATA
               MOVE I-PRICE OF ORDER-REC TO I-PRICE OF SPW-DATA
               MOVE SPW-DATA TO SPT-DATA (SPN-IDX)
               ADD 1 TO ADJUST-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID048" TO AL-MSGID
               STRING "Held order adjusted - "
                      FUNCTION TRIM(ORDER-ID OF ORDER-REC)
                      " held since " SPT-HELD-DATE (SPN-IDX)
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
       REVERSE-HELD-ORDER-E.
         EXIT.
      *********************************
      * Write Suspense Aging Report
      * Held orders older than SUSPENSE-AGE-DAYS, oldest shop setup
      * problems first in the order they were held, so merchandising
      * can chase the missing shop master records.
       WRITE-SUSPENSE-AGING-REPORT SECTION.
       WRITE-SUSPENSE-AGING-REPORT-S.
           OPEN OUTPUT SUSPENSE-AGING-FILE.
           MOVE SPACE TO SUSPENSE-AGING-REC.
           STRING "Unknown Shop Suspense Aging Report - Batch "
                  FUNCTION TRIM(AL-BATCHID)
                  " - held more than " SUSPENSE-AGE-DAYS " days"
                  DELIMITED BY SIZE INTO SUSPENSE-AGING-REC.
           WRITE SUSPENSE-AGING-REC.
      *
           PERFORM VARYING SPN-IDX FROM 1 BY 1
                   UNTIL SPN-IDX > SPN-TABLE-COUNT
               IF SPT-STATUS (SPN-IDX) = "H"
                   ADD 1 TO SPN-STILL-HELD-COUNT
                   COMPUTE SPN-ENTRY-AGE =
                       TODAY-DATE-INT
                       - FUNCTION INTEGER-OF-DATE
                             (SPT-HELD-DATE (SPN-IDX))
                   IF SPN-ENTRY-AGE > SUSPENSE-AGE-DAYS
                       ADD 1 TO SPN-AGED-COUNT
                       MOVE SPN-ENTRY-AGE TO SPN-AGE-DISP
                       MOVE SPT-DATA (SPN-IDX) TO SPW-DATA
                       MOVE SPACE TO SUSPENSE-AGING-REC
                       STRING "OrderID: "
                              FUNCTION TRIM(ORDER-ID OF SPW-DATA)
                              " Shop: " S-ID OF SHOP-INFO OF SPW-DATA
                              " Name: "
                              FUNCTION TRIM(S-NAME OF SHOP-INFO
                                            OF SPW-DATA)
                              " OrderDate: " ORDER-DATE OF SPW-DATA
                              " Held: " SPT-HELD-DATE (SPN-IDX)
                              " Age: " SPN-AGE-DISP
                              DELIMITED BY SIZE
                              INTO SUSPENSE-AGING-REC
                       WRITE SUSPENSE-AGING-REC
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE SPACE TO SUSPENSE-AGING-REC.
           STRING "Held: " SPN-STILL-HELD-COUNT
                  " Aged: " SPN-AGED-COUNT
                  " Released tonight: " SPN-RELEASED-COUNT
                  DELIMITED BY SIZE INTO SUSPENSE-AGING-REC.
           WRITE SUSPENSE-AGING-REC.
           CLOSE SUSPENSE-AGING-FILE.
       WRITE-SUSPENSE-AGING-REPORT-E.
         EXIT.
      *********************************
      * Write Suspense
      * Rewrites the suspense file: orders still held, plus tonight's
      * releases and cancellations so a same-night rerun can re-drive
      * them.
       WRITE-SUSPENSE SECTION.
       WRITE-SUSPENSE-S.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM VARYING SPN-IDX FROM 1 BY 1
                   UNTIL SPN-IDX > SPN-TABLE-COUNT
               MOVE SPT-DATA (SPN-IDX) TO SPN-DATA
               MOVE SPT-HELD-DATE (SPN-IDX) TO SPN-HELD-DATE
               MOVE SPT-STATUS (SPN-IDX) TO SPN-STATUS
               MOVE SPT-RELEASE-DATE (SPN-IDX) TO SPN-RELEASE-DATE
               WRITE SUSPENSE-REC
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID034" TO AL-MSGID.
           STRING "Suspense held: " SPN-STILL-HELD-COUNT
                  ", aged: " SPN-AGED-COUNT
                  ", released: " SPN-RELEASED-COUNT
                  ", cancelled: " SPN-CANCELLED-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       WRITE-SUSPENSE-E.
         EXIT.
      *********************************
      * Note Vendor Shop
      * Adds the order's shop to the matched vendor's distinct-shop
      * list if it is not already on it. The list is bounded by the
         OPEN OUTPUT LATE-REPORT-FILE.
         OPEN OUTPUT LATE-EXCEPTIONS-FILE.
         OPEN OUTPUT DUPLICATE-FILE.
       FILE-OPEN-E.
         EXIT.
      *********************************
