       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH016.
      *
      * Month-end vendor settlement. Sums the vendor settlement
      * activity file BATCH002 appends each run over one calendar
      * month of run dates and writes one settlement statement per
      * vendor: gross orders, cancellations and adjustments applied in
      * the month (as BATCH002's reversal path backed them out), net
      * quantity and net amount, broken down by shop. Each vendor's
      * net is then tied back to the VENDOR-HISTORY-FILE records for
      * the same month. When every vendor ties, a fixed-format
      * payables extract is written for the AP load; when any vendor
      * does not, the differences are listed on the statement, the
      * extract is withheld and the job ends with return code 16.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT VENDOR-FILE ASSIGN TO VENDOR-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS VENDOR-FILE-STATUS.
         SELECT VENDOR-HISTORY-FILE
                        ASSIGN TO VENDOR-HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS VENDOR-HISTORY-FILE-STATUS.
         SELECT VENDOR-SETTLE-FILE
                        ASSIGN TO VENDOR-SETTLE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS VENDOR-SETTLE-FILE-STATUS.
         SELECT SETTLE-REPORT-FILE
                        ASSIGN TO SETTLE-REPORT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SETTLE-REPORT-FILE-STATUS.
         SELECT AP-EXTRACT-FILE ASSIGN TO AP-EXTRACT-FILE-NAME
                        FILE STATUS IS AP-EXTRACT-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
       FD  VENDOR-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 VENDOR-REC.
         COPY "vendor-info.cpy".
      * Vendor history as BATCH002 writes it - one net record per
      * vendor per run date.
       FD  VENDOR-HISTORY-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 VENDOR-HISTORY-REC.
         02 VHIST-RUN-DATE    PIC 9(08).
         02 VHIST-VENDOR-ID   PIC X(04).
         02 VHIST-ORDER-COUNT PIC 9(08).
         02 VHIST-TOTAL-QTY   PIC 9(08).
         02 VHIST-TOTAL-PRICE PIC 9(18).
      * Vendor settlement activity as BATCH002 writes it - one record
      * per vendor plus shop per run date.
       FD  VENDOR-SETTLE-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
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
       FD  SETTLE-REPORT-FILE LABEL RECORD OMITTED.
       01 SETTLE-REPORT-REC PIC X(220).
      * Payables extract - flat 100-byte records, no separators: one
      * header, one detail per vendor with activity in the month, one
      * trailer carrying the detail count and amount total.
       FD  AP-EXTRACT-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 AP-HEADER-REC.
         02 APH-REC-TYPE      PIC X(01).
         02 APH-SETTLE-MONTH  PIC 9(06).
         02 APH-CREATE-DATE   PIC 9(08).
         02 FILLER            PIC X(85).
       01 AP-DETAIL-REC.
         02 APD-REC-TYPE      PIC X(01).
         02 APD-VENDOR-ID     PIC X(04).
         02 APD-VENDOR-NAME   PIC X(40).
         02 APD-SETTLE-MONTH  PIC 9(06).
         02 APD-ORDER-COUNT   PIC 9(08).
         02 APD-NET-QTY       PIC 9(08).
         02 APD-NET-AMOUNT    PIC 9(18).
         02 FILLER            PIC X(15).
       01 AP-TRAILER-REC.
         02 APT-REC-TYPE      PIC X(01).
         02 APT-DETAIL-COUNT  PIC 9(08).
         02 APT-TOTAL-AMOUNT  PIC 9(18).
         02 FILLER            PIC X(73).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 VENDOR-FILE-NAME          PIC X(255).
       01 VENDOR-HISTORY-FILE-NAME  PIC X(255).
       01 VENDOR-SETTLE-FILE-NAME   PIC X(255).
       01 SETTLE-REPORT-FILE-NAME   PIC X(255).
       01 AP-EXTRACT-FILE-NAME      PIC X(255).
       01 LOG-FILE-NAME             PIC X(255).
       01 VENDOR-FILE-STATUS          PIC X(02).
       01 VENDOR-HISTORY-FILE-STATUS  PIC X(02).
       01 VENDOR-SETTLE-FILE-STATUS   PIC X(02).
       01 SETTLE-REPORT-FILE-STATUS   PIC X(02).
       01 AP-EXTRACT-FILE-STATUS      PIC X(02).
       01 LOG-FILE-STATUS             PIC X(02).
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
          03 AL-BATCHID PIC X(8) VALUE "BATCH016".
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-MSGID   PIC X(8).
          03 FILLER     PIC X(2) VALUE ": ".
          03 AL-MSGTXT  PIC X(100).
      *
      * Structured (ELK-ready) log record built from APL-LOG
       01 LG-TIMESTAMP PIC X(22).
       01 LG-MSGTXT-TRIM PIC X(100).
      *
      * Month under settlement (YYYYMM) - defaults to the calendar
      * month before today, so the job runs on the first night of
      * the new month once the last night of the old one is posted.
      * Overridable with SETTLEMONTH to rerun a prior month.
       01 SETTLE-MONTH-ENV  PIC X(6).
       01 SETTLE-MONTH-NUM  PIC 9(6).
       01 TODAY-DATE-NUM    PIC 9(8).
       01 REC-MONTH-NUM     PIC 9(6).
      *
      * Vendor master with the month's statement and history totals
      * alongside. Same 200-vendor capacity as BATCH002's vendor
      * table; a vendor found on history or activity but no longer
      * on the master is added so its money is still settled.
       01 VENDOR-TABLE-COUNT PIC 9(4) VALUE 0.
       01 VENDOR-TABLE.
          02 VENDOR-ENTRY OCCURS 200 TIMES INDEXED BY VENDOR-IDX.
             03 VT-VENDOR-ID      PIC X(04).
             03 VT-VENDOR-NAME    PIC X(40).
             03 VT-GROSS-COUNT    PIC 9(08).
             03 VT-GROSS-QTY      PIC 9(08).
             03 VT-GROSS-PRICE    PIC 9(18).
             03 VT-CANCEL-COUNT   PIC 9(08).
             03 VT-CANCEL-QTY     PIC 9(08).
             03 VT-CANCEL-PRICE   PIC 9(18).
             03 VT-ADJUST-COUNT   PIC 9(08).
             03 VT-ADJ-ADD-QTY    PIC 9(08).
             03 VT-ADJ-LESS-QTY   PIC 9(08).
             03 VT-ADJ-ADD-PRICE  PIC 9(18).
             03 VT-ADJ-LESS-PRICE PIC 9(18).
             03 VT-HIST-COUNT     PIC 9(08).
             03 VT-HIST-QTY       PIC 9(08).
             03 VT-HIST-PRICE     PIC 9(18).
       01 VENDOR-FOUND-FLAG PIC X(01).
       01 SRCH-VENDOR-ID    PIC X(04).
      *
      * Vendor plus shop lines of the statement, in order of first
      * appearance on the activity file.
       01 VS-TABLE-COUNT PIC 9(4) VALUE 0.
       01 VS-TABLE.
          02 VS-ENTRY OCCURS 2000 TIMES INDEXED BY VS-IDX.
             03 VS-VENDOR-ID      PIC X(04).
             03 VS-SHOP-ID        PIC X(06).
             03 VS-GROSS-COUNT    PIC 9(08).
             03 VS-GROSS-QTY      PIC 9(08).
             03 VS-GROSS-PRICE    PIC 9(18).
             03 VS-CANCEL-COUNT   PIC 9(08).
             03 VS-CANCEL-QTY     PIC 9(08).
             03 VS-CANCEL-PRICE   PIC 9(18).
             03 VS-ADJUST-COUNT   PIC 9(08).
             03 VS-ADJ-ADD-QTY    PIC 9(08).
             03 VS-ADJ-LESS-QTY   PIC 9(08).
             03 VS-ADJ-ADD-PRICE  PIC 9(18).
             03 VS-ADJ-LESS-PRICE PIC 9(18).
       01 VS-FOUND-FLAG PIC X(01).
      *
       01 NET-COUNT     PIC S9(08).
       01 NET-QTY       PIC S9(09).
       01 NET-PRICE     PIC S9(18).
       01 NET-COUNT-DISP PIC -(7)9.
       01 NET-QTY-DISP   PIC -(8)9.
       01 NET-PRICE-DISP PIC -(17)9.
       01 HIST-QTY-DISP   PIC -(8)9.
       01 HIST-PRICE-DISP PIC -(17)9.
       01 DIFF-QTY-DISP   PIC -(8)9.
       01 DIFF-PRICE-DISP PIC -(17)9.
       01 TIE-FLAG        PIC X(01).
       01 MISMATCH-COUNT  PIC 9(4) VALUE 0.
       01 SETTLED-COUNT   PIC 9(4) VALUE 0.
       01 EXTRACT-COUNT   PIC 9(8) VALUE 0.
       01 EXTRACT-TOTAL   PIC 9(18) VALUE 0.
       01 HIST-READ-COUNT   PIC 9(8) VALUE 0.
       01 SETTLE-READ-COUNT PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT VENDOR-FILE-NAME FROM ENVIRONMENT "VENDORFILENAME".
           ACCEPT VENDOR-HISTORY-FILE-NAME
                  FROM ENVIRONMENT "VENDORHISTORYFILENAME".
           ACCEPT VENDOR-SETTLE-FILE-NAME
                  FROM ENVIRONMENT "VENDORSETTLEFILENAME".
           ACCEPT SETTLE-REPORT-FILE-NAME
                  FROM ENVIRONMENT "SETTLEREPORTFILENAME".
           ACCEPT AP-EXTRACT-FILE-NAME
                  FROM ENVIRONMENT "APEXTRACTFILENAME".
           ACCEPT AL-BATCHID FROM ENVIRONMENT "BATCHID".
           ACCEPT LOG-FILE-NAME FROM ENVIRONMENT "LOGFILENAME".
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DATE-NUM =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           IF CD-MONTH = 1
               COMPUTE SETTLE-MONTH-NUM = (CD-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE SETTLE-MONTH-NUM =
                   CD-YEAR * 100 + CD-MONTH - 1
           END-IF.
           ACCEPT SETTLE-MONTH-ENV FROM ENVIRONMENT "SETTLEMONTH".
           IF SETTLE-MONTH-ENV IS NUMERIC
              AND SETTLE-MONTH-ENV (5:2) >= "01"
              AND SETTLE-MONTH-ENV (5:2) <= "12"
               MOVE SETTLE-MONTH-ENV TO SETTLE-MONTH-NUM
           END-IF.
      *
           PERFORM FILE-OPEN.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
      * Main Logic
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-VENDOR-HISTORY.
           PERFORM LOAD-SETTLE-ACTIVITY.
           PERFORM WRITE-SETTLE-STATEMENTS.
           IF MISMATCH-COUNT = 0
               PERFORM WRITE-AP-EXTRACT
           ELSE
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID010" TO AL-MSGID
               STRING "Settlement does not tie to vendor history - "
                      MISMATCH-COUNT " vendor(s) - extract withheld"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID002" TO AL-MSGID.
           MOVE "End Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Month: " SETTLE-MONTH-NUM
                  ", History read: " HIST-READ-COUNT
                  ", Activity read: " SETTLE-READ-COUNT
                  ", Vendors settled: " SETTLED-COUNT
                  ", Mismatched: " MISMATCH-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Extract details: " EXTRACT-COUNT
                  ", Extract amount: " EXTRACT-TOTAL
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           CLOSE LOG-FILE.
           IF MISMATCH-COUNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
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
      * Load Vendor Master
       LOAD-VENDOR-MASTER SECTION.
       LOAD-VENDOR-MASTER-S.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID006" TO AL-MSGID
               MOVE "Vendor master not found" TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE VENDOR-FILE
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
                   MOVE VID-VENDOR-ID TO SRCH-VENDOR-ID
                   PERFORM ADD-VENDOR-ENTRY
                   MOVE VID-VENDOR-NAME TO VT-VENDOR-NAME (VENDOR-IDX)
               END-IF
           END-PERFORM.
           CLOSE VENDOR-FILE.
       LOAD-VENDOR-MASTER-E.
         EXIT.
      *********************************
      * Load Vendor History
      * Sums the month's vendor history records per vendor - these
      * are the figures each statement must tie to.
       LOAD-VENDOR-HISTORY SECTION.
       LOAD-VENDOR-HISTORY-S.
           OPEN INPUT VENDOR-HISTORY-FILE.
           IF VENDOR-HISTORY-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               MOVE "Vendor history file not found" TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE VENDOR-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ VENDOR-HISTORY-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   ADD 1 TO HIST-READ-COUNT
                   COMPUTE REC-MONTH-NUM = VHIST-RUN-DATE / 100
                   IF REC-MONTH-NUM = SETTLE-MONTH-NUM
                       MOVE VHIST-VENDOR-ID TO SRCH-VENDOR-ID
                       PERFORM FIND-VENDOR-ENTRY
                       ADD VHIST-ORDER-COUNT
                           TO VT-HIST-COUNT (VENDOR-IDX)
                       ADD VHIST-TOTAL-QTY TO VT-HIST-QTY (VENDOR-IDX)
                       ADD VHIST-TOTAL-PRICE
                           TO VT-HIST-PRICE (VENDOR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VENDOR-HISTORY-FILE.
       LOAD-VENDOR-HISTORY-E.
         EXIT.
      *********************************
      * Load Settle Activity
      * Sums the month's activity records into the vendor totals and
      * the vendor plus shop statement lines.
       LOAD-SETTLE-ACTIVITY SECTION.
       LOAD-SETTLE-ACTIVITY-S.
           OPEN INPUT VENDOR-SETTLE-FILE.
           IF VENDOR-SETTLE-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID009" TO AL-MSGID
               MOVE "Vendor settlement activity file not found"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE VENDOR-SETTLE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ VENDOR-SETTLE-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   ADD 1 TO SETTLE-READ-COUNT
                   COMPUTE REC-MONTH-NUM = VSET-RUN-DATE / 100
                   IF REC-MONTH-NUM = SETTLE-MONTH-NUM
                       PERFORM SUM-SETTLE-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VENDOR-SETTLE-FILE.
       LOAD-SETTLE-ACTIVITY-E.
         EXIT.
      *********************************
      * Sum Settle Record
       SUM-SETTLE-RECORD SECTION.
       SUM-SETTLE-RECORD-S.
           MOVE VSET-VENDOR-ID TO SRCH-VENDOR-ID.
           PERFORM FIND-VENDOR-ENTRY.
           ADD VSET-GROSS-COUNT TO VT-GROSS-COUNT (VENDOR-IDX).
           ADD VSET-GROSS-QTY TO VT-GROSS-QTY (VENDOR-IDX).
           ADD VSET-GROSS-PRICE TO VT-GROSS-PRICE (VENDOR-IDX).
           ADD VSET-CANCEL-COUNT TO VT-CANCEL-COUNT (VENDOR-IDX).
           ADD VSET-CANCEL-QTY TO VT-CANCEL-QTY (VENDOR-IDX).
           ADD VSET-CANCEL-PRICE TO VT-CANCEL-PRICE (VENDOR-IDX).
           ADD VSET-ADJUST-COUNT TO VT-ADJUST-COUNT (VENDOR-IDX).
           ADD VSET-ADJ-ADD-QTY TO VT-ADJ-ADD-QTY (VENDOR-IDX).
           ADD VSET-ADJ-LESS-QTY TO VT-ADJ-LESS-QTY (VENDOR-IDX).
           ADD VSET-ADJ-ADD-PRICE TO VT-ADJ-ADD-PRICE (VENDOR-IDX).
           ADD VSET-ADJ-LESS-PRICE TO VT-ADJ-LESS-PRICE (VENDOR-IDX).
      *
           MOVE "N" TO VS-FOUND-FLAG.
           PERFORM VARYING VS-IDX FROM 1 BY 1
                   UNTIL VS-IDX > VS-TABLE-COUNT
               IF VS-VENDOR-ID (VS-IDX) = VSET-VENDOR-ID
                  AND VS-SHOP-ID (VS-IDX) = VSET-SHOP-ID
                   MOVE "Y" TO VS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF VS-FOUND-FLAG NOT = "Y"
               IF VS-TABLE-COUNT >= 2000
                   MOVE SPACE TO AL-MSGTXT
                   MOVE "MSGID007" TO AL-MSGID
                   MOVE "Vendor/shop lines exceed 2000" TO AL-MSGTXT
                   PERFORM WRITE-LOG
                   CLOSE VENDOR-SETTLE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO VS-TABLE-COUNT
               SET VS-IDX TO VS-TABLE-COUNT
               MOVE VSET-VENDOR-ID TO VS-VENDOR-ID (VS-IDX)
               MOVE VSET-SHOP-ID TO VS-SHOP-ID (VS-IDX)
               MOVE 0 TO VS-GROSS-COUNT (VS-IDX)
               MOVE 0 TO VS-GROSS-QTY (VS-IDX)
               MOVE 0 TO VS-GROSS-PRICE (VS-IDX)
               MOVE 0 TO VS-CANCEL-COUNT (VS-IDX)
               MOVE 0 TO VS-CANCEL-QTY (VS-IDX)
               MOVE 0 TO VS-CANCEL-PRICE (VS-IDX)
               MOVE 0 TO VS-ADJUST-COUNT (VS-IDX)
               MOVE 0 TO VS-ADJ-ADD-QTY (VS-IDX)
               MOVE 0 TO VS-ADJ-LESS-QTY (VS-IDX)
               MOVE 0 TO VS-ADJ-ADD-PRICE (VS-IDX)
               MOVE 0 TO VS-ADJ-LESS-PRICE (VS-IDX)
           END-IF.
           ADD VSET-GROSS-COUNT TO VS-GROSS-COUNT (VS-IDX).
           ADD VSET-GROSS-QTY TO VS-GROSS-QTY (VS-IDX).
           ADD VSET-GROSS-PRICE TO VS-GROSS-PRICE (VS-IDX).
           ADD VSET-CANCEL-COUNT TO VS-CANCEL-COUNT (VS-IDX).
           ADD VSET-CANCEL-QTY TO VS-CANCEL-QTY (VS-IDX).
           ADD VSET-CANCEL-PRICE TO VS-CANCEL-PRICE (VS-IDX).
           ADD VSET-ADJUST-COUNT TO VS-ADJUST-COUNT (VS-IDX).
           ADD VSET-ADJ-ADD-QTY TO VS-ADJ-ADD-QTY (VS-IDX).
           ADD VSET-ADJ-LESS-QTY TO VS-ADJ-LESS-QTY (VS-IDX).
           ADD VSET-ADJ-ADD-PRICE TO VS-ADJ-ADD-PRICE (VS-IDX).
           ADD VSET-ADJ-LESS-PRICE TO VS-ADJ-LESS-PRICE (VS-IDX).
       SUM-SETTLE-RECORD-E.
         EXIT.
      *********************************
      * Find Vendor Entry
      * Linear search of the vendor table by SRCH-VENDOR-ID; a vendor
      * not on the master is added so its figures are not lost.
       FIND-VENDOR-ENTRY SECTION.
       FIND-VENDOR-ENTRY-S.
           MOVE "N" TO VENDOR-FOUND-FLAG.
           PERFORM VARYING VENDOR-IDX FROM 1 BY 1
                   UNTIL VENDOR-IDX > VENDOR-TABLE-COUNT
               IF VT-VENDOR-ID (VENDOR-IDX) = SRCH-VENDOR-ID
                   MOVE "Y" TO VENDOR-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF VENDOR-FOUND-FLAG NOT = "Y"
               PERFORM ADD-VENDOR-ENTRY
               MOVE "(not on vendor master)"
                 TO VT-VENDOR-NAME (VENDOR-IDX)
           END-IF.
       FIND-VENDOR-ENTRY-E.
         EXIT.
      *********************************
      * Add Vendor Entry
       ADD-VENDOR-ENTRY SECTION.
       ADD-VENDOR-ENTRY-S.
           IF VENDOR-TABLE-COUNT >= 200
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               MOVE "Vendor table exceeds 200 vendors" TO AL-MSGTXT
               PERFORM WRITE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO VENDOR-TABLE-COUNT.
           SET VENDOR-IDX TO VENDOR-TABLE-COUNT.
           MOVE SRCH-VENDOR-ID TO VT-VENDOR-ID (VENDOR-IDX).
           MOVE SPACE TO VT-VENDOR-NAME (VENDOR-IDX).
           MOVE 0 TO VT-GROSS-COUNT (VENDOR-IDX).
           MOVE 0 TO VT-GROSS-QTY (VENDOR-IDX).
           MOVE 0 TO VT-GROSS-PRICE (VENDOR-IDX).
           MOVE 0 TO VT-CANCEL-COUNT (VENDOR-IDX).
           MOVE 0 TO VT-CANCEL-QTY (VENDOR-IDX).
           MOVE 0 TO VT-CANCEL-PRICE (VENDOR-IDX).
           MOVE 0 TO VT-ADJUST-COUNT (VENDOR-IDX).
           MOVE 0 TO VT-ADJ-ADD-QTY (VENDOR-IDX).
           MOVE 0 TO VT-ADJ-LESS-QTY (VENDOR-IDX).
           MOVE 0 TO VT-ADJ-ADD-PRICE (VENDOR-IDX).
           MOVE 0 TO VT-ADJ-LESS-PRICE (VENDOR-IDX).
           MOVE 0 TO VT-HIST-COUNT (VENDOR-IDX).
           MOVE 0 TO VT-HIST-QTY (VENDOR-IDX).
           MOVE 0 TO VT-HIST-PRICE (VENDOR-IDX).
       ADD-VENDOR-ENTRY-E.
         EXIT.
      *********************************
      * Write Settle Statements
      * One statement per vendor with anything to settle - activity
      * or history in the month. Vendors with neither are skipped.
       WRITE-SETTLE-STATEMENTS SECTION.
       WRITE-SETTLE-STATEMENTS-S.
           MOVE SPACE TO SETTLE-REPORT-REC.
           STRING "Vendor Settlement Statements - month "
                  SETTLE-MONTH-NUM " - prepared " TODAY-DATE-NUM
                  DELIMITED BY SIZE INTO SETTLE-REPORT-REC.
           WRITE SETTLE-REPORT-REC.
           PERFORM VARYING VENDOR-IDX FROM 1 BY 1
                   UNTIL VENDOR-IDX > VENDOR-TABLE-COUNT
               IF VT-GROSS-COUNT (VENDOR-IDX) > 0
                  OR VT-HIST-COUNT (VENDOR-IDX) > 0
                  OR VT-HIST-PRICE (VENDOR-IDX) > 0
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM.
           MOVE SPACE TO SETTLE-REPORT-REC.
           STRING "Vendors settled: " SETTLED-COUNT
                  " Mismatched: " MISMATCH-COUNT
                  DELIMITED BY SIZE INTO SETTLE-REPORT-REC.
           WRITE SETTLE-REPORT-REC.
           IF MISMATCH-COUNT > 0
               MOVE SPACE TO SETTLE-REPORT-REC
               STRING "*** PAYABLES EXTRACT WITHHELD - "
                      "statements do not tie to vendor history ***"
                      DELIMITED BY SIZE INTO SETTLE-REPORT-REC
               WRITE SETTLE-REPORT-REC
           END-IF.
       WRITE-SETTLE-STATEMENTS-E.
         EXIT.
      *********************************
      * Write One Statement
      * Vendor heading, one line per shop, the vendor total, then the
      * tie to vendor history - count, quantity and amount must all
      * agree.
       WRITE-ONE-STATEMENT SECTION.
       WRITE-ONE-STATEMENT-S.
           ADD 1 TO SETTLED-COUNT.
           MOVE SPACE TO SETTLE-REPORT-REC.
           WRITE SETTLE-REPORT-REC.
           MOVE SPACE TO SETTLE-REPORT-REC.
           STRING "Vendor: " VT-VENDOR-ID (VENDOR-IDX)
                  " " VT-VENDOR-NAME (VENDOR-IDX)
                  " Month: " SETTLE-MONTH-NUM
                  DELIMITED BY SIZE INTO SETTLE-REPORT-REC.
           WRITE SETTLE-REPORT-REC.
      *
           PERFORM VARYING VS-IDX FROM 1 BY 1
                   UNTIL VS-IDX > VS-TABLE-COUNT
               IF VS-VENDOR-ID (VS-IDX) = VT-VENDOR-ID (VENDOR-IDX)
                   COMPUTE NET-QTY = VS-GROSS-QTY (VS-IDX)
                       - VS-CANCEL-QTY (VS-IDX)
                       + VS-ADJ-ADD-QTY (VS-IDX)
                       - VS-ADJ-LESS-QTY (VS-IDX)
                   COMPUTE NET-PRICE = VS-GROSS-PRICE (VS-IDX)
                       - VS-CANCEL-PRICE (VS-IDX)
                       + VS-ADJ-ADD-PRICE (VS-IDX)
                       - VS-ADJ-LESS-PRICE (VS-IDX)
                   MOVE NET-QTY TO NET-QTY-DISP
                   MOVE NET-PRICE TO NET-PRICE-DISP
                   MOVE SPACE TO SETTLE-REPORT-REC
                   STRING "  Shop: " VS-SHOP-ID (VS-IDX)
                          " Gross: " VS-GROSS-COUNT (VS-IDX)
                          "/" VS-GROSS-QTY (VS-IDX)
                          "/" VS-GROSS-PRICE (VS-IDX)
                          " Cancels: " VS-CANCEL-COUNT (VS-IDX)
                          "/" VS-CANCEL-QTY (VS-IDX)
                          "/" VS-CANCEL-PRICE (VS-IDX)
                          " Adjusts: " VS-ADJUST-COUNT (VS-IDX)
                          " +" VS-ADJ-ADD-PRICE (VS-IDX)
                          " -" VS-ADJ-LESS-PRICE (VS-IDX)
                          " NetQty: " NET-QTY-DISP
                          " NetAmt: " NET-PRICE-DISP
                          DELIMITED BY SIZE INTO SETTLE-REPORT-REC
                   WRITE SETTLE-REPORT-REC
               END-IF
           END-PERFORM.
      *
           COMPUTE NET-COUNT = VT-GROSS-COUNT (VENDOR-IDX)
               - VT-CANCEL-COUNT (VENDOR-IDX).
           COMPUTE NET-QTY = VT-GROSS-QTY (VENDOR-IDX)
               - VT-CANCEL-QTY (VENDOR-IDX)
               + VT-ADJ-ADD-QTY (VENDOR-IDX)
               - VT-ADJ-LESS-QTY (VENDOR-IDX).
           COMPUTE NET-PRICE = VT-GROSS-PRICE (VENDOR-IDX)
               - VT-CANCEL-PRICE (VENDOR-IDX)
               + VT-ADJ-ADD-PRICE (VENDOR-IDX)
               - VT-ADJ-LESS-PRICE (VENDOR-IDX).
           MOVE NET-QTY TO NET-QTY-DISP.
           MOVE NET-PRICE TO NET-PRICE-DISP.
           MOVE SPACE TO SETTLE-REPORT-REC.
           STRING "  Total: Gross " VT-GROSS-PRICE (VENDOR-IDX)
                  " Cancels " VT-CANCEL-COUNT (VENDOR-IDX)
                  "/" VT-CANCEL-PRICE (VENDOR-IDX)
                  " Adjusts " VT-ADJUST-COUNT (VENDOR-IDX)
                  " +" VT-ADJ-ADD-PRICE (VENDOR-IDX)
                  " -" VT-ADJ-LESS-PRICE (VENDOR-IDX)
                  " NetQty: " NET-QTY-DISP
                  " NetAmt: " NET-PRICE-DISP
                  DELIMITED BY SIZE INTO SETTLE-REPORT-REC.
           WRITE SETTLE-REPORT-REC.
      *
           MOVE "Y" TO TIE-FLAG.
           IF NET-COUNT NOT = VT-HIST-COUNT (VENDOR-IDX)
              OR NET-QTY NOT = VT-HIST-QTY (VENDOR-IDX)
              OR NET-PRICE NOT = VT-HIST-PRICE (VENDOR-IDX)
               MOVE "N" TO TIE-FLAG
           END-IF.
           MOVE VT-HIST-QTY (VENDOR-IDX) TO HIST-QTY-DISP.
           MOVE VT-HIST-PRICE (VENDOR-IDX) TO HIST-PRICE-DISP.
           MOVE SPACE TO SETTLE-REPORT-REC.
           IF TIE-FLAG = "Y"
               STRING "  Vendor history: Qty " HIST-QTY-DISP
                      " Amt " HIST-PRICE-DISP " - TIED"
                      DELIMITED BY SIZE INTO SETTLE-REPORT-REC
               WRITE SETTLE-REPORT-REC
               GO TO WRITE-ONE-STATEMENT-E
           END-IF.
           ADD 1 TO MISMATCH-COUNT.
           COMPUTE NET-QTY = NET-QTY - VT-HIST-QTY (VENDOR-IDX).
           COMPUTE NET-PRICE = NET-PRICE - VT-HIST-PRICE (VENDOR-IDX).
           MOVE NET-COUNT TO NET-COUNT-DISP.
           MOVE NET-QTY TO DIFF-QTY-DISP.
           MOVE NET-PRICE TO DIFF-PRICE-DISP.
           STRING "  Vendor history: Count " VT-HIST-COUNT (VENDOR-IDX)
                  " Qty " HIST-QTY-DISP
                  " Amt " HIST-PRICE-DISP
                  " - MISMATCH: statement count " NET-COUNT-DISP
                  " qty diff " DIFF-QTY-DISP
                  " amt diff " DIFF-PRICE-DISP
                  DELIMITED BY SIZE INTO SETTLE-REPORT-REC.
           WRITE SETTLE-REPORT-REC.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID011" TO AL-MSGID.
           STRING "Settlement mismatch - vendor "
                  VT-VENDOR-ID (VENDOR-IDX)
                  " amt diff " DIFF-PRICE-DISP
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       WRITE-ONE-STATEMENT-E.
         EXIT.
      *********************************
      * Write AP Extract
      * Only reached when every statement tied. One detail per vendor
      * with gross activity in the month, net of reversals.
       WRITE-AP-EXTRACT SECTION.
       WRITE-AP-EXTRACT-S.
           OPEN OUTPUT AP-EXTRACT-FILE.
           MOVE SPACE TO AP-HEADER-REC.
           MOVE "H" TO APH-REC-TYPE.
           MOVE SETTLE-MONTH-NUM TO APH-SETTLE-MONTH.
           MOVE TODAY-DATE-NUM TO APH-CREATE-DATE.
           WRITE AP-HEADER-REC.
           PERFORM VARYING VENDOR-IDX FROM 1 BY 1
                   UNTIL VENDOR-IDX > VENDOR-TABLE-COUNT
               IF VT-GROSS-COUNT (VENDOR-IDX) > 0
                   MOVE SPACE TO AP-DETAIL-REC
                   MOVE "D" TO APD-REC-TYPE
                   MOVE VT-VENDOR-ID (VENDOR-IDX) TO APD-VENDOR-ID
                   MOVE VT-VENDOR-NAME (VENDOR-IDX) TO APD-VENDOR-NAME
                   MOVE SETTLE-MONTH-NUM TO APD-SETTLE-MONTH
                   MOVE VT-HIST-COUNT (VENDOR-IDX) TO APD-ORDER-COUNT
                   MOVE VT-HIST-QTY (VENDOR-IDX) TO APD-NET-QTY
                   MOVE VT-HIST-PRICE (VENDOR-IDX) TO APD-NET-AMOUNT
                   WRITE AP-DETAIL-REC
                   ADD 1 TO EXTRACT-COUNT
                   ADD VT-HIST-PRICE (VENDOR-IDX) TO EXTRACT-TOTAL
               END-IF
           END-PERFORM.
           MOVE SPACE TO AP-TRAILER-REC.
           MOVE "T" TO APT-REC-TYPE.
           MOVE EXTRACT-COUNT TO APT-DETAIL-COUNT.
           MOVE EXTRACT-TOTAL TO APT-TOTAL-AMOUNT.
           WRITE AP-TRAILER-REC.
           CLOSE AP-EXTRACT-FILE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID012" TO AL-MSGID.
           STRING "Payables extract written - month "
                  SETTLE-MONTH-NUM
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       WRITE-AP-EXTRACT-E.
         EXIT.
      *********************************
      * File Open
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         OPEN OUTPUT SETTLE-REPORT-FILE.
         OPEN OUTPUT LOG-FILE.
         MOVE SPACE TO FLG-EOF.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         CLOSE SETTLE-REPORT-FILE.
       FILE-CLOSE-E.
           EXIT.
