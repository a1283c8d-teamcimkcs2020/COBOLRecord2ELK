       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH015.
      *
      * Item ABC movement report for the buyers' weekly range review.
      * Sums the per-item history file BATCH002 appends each run over
      * a trailing window of business dates ending on the run date,
      * ranks the items that moved by extended price, and classes
      * them A/B/C on cumulative share of the window's revenue (A up
      * to ABCPCTA percent, B up to ABCPCTB percent, C the tail).
      * Every item on the item master that sold nothing in the window
      * is then listed as zero movement. History carries restatement
      * records for late arrivals under their own business date, and
      * cancellations/adjustments are already netted into the record
      * for the date they reversed, so records are simply summed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT ITEM-FILE ASSIGN TO ITEM-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ITEM-FILE-STATUS.
         SELECT ITEM-HISTORY-FILE ASSIGN TO ITEM-HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ITEM-HISTORY-FILE-STATUS.
         SELECT ABC-REPORT-FILE
                        ASSIGN TO ABC-REPORT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS ABC-REPORT-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
       FD  ITEM-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 ITEM-REC.
         COPY "item-info.cpy".
      * Item history as BATCH002 writes it - IHIST-BUS-DATE is the
      * business date, and one date can carry several records per
      * item (the nightly slice plus late-arrival restatements).
       FD  ITEM-HISTORY-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 ITEM-HISTORY-REC.
         02 IHIST-BUS-DATE    PIC 9(08).
         02 IHIST-ITEM-CODE   PIC X(07).
         02 IHIST-ORDER-COUNT PIC 9(08).
         02 IHIST-TOTAL-QTY   PIC 9(08).
         02 IHIST-TOTAL-PRICE PIC 9(18).
         02 IHIST-POST-DATE   PIC 9(08).
       FD  ABC-REPORT-FILE LABEL RECORD OMITTED.
       01 ABC-REPORT-REC PIC X(200).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 ITEM-FILE-NAME         PIC X(255).
       01 ITEM-HISTORY-FILE-NAME PIC X(255).
       01 ABC-REPORT-FILE-NAME   PIC X(255).
       01 LOG-FILE-NAME          PIC X(255).
       01 ITEM-FILE-STATUS         PIC X(02).
       01 ITEM-HISTORY-FILE-STATUS PIC X(02).
       01 ABC-REPORT-FILE-STATUS   PIC X(02).
       01 LOG-FILE-STATUS          PIC X(02).
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
          03 AL-BATCHID PIC X(8) VALUE "BATCH015".
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-MSGID   PIC X(8).
          03 FILLER     PIC X(2) VALUE ": ".
          03 AL-MSGTXT  PIC X(100).
      *
      * Structured (ELK-ready) log record built from APL-LOG
       01 LG-TIMESTAMP PIC X(22).
       01 LG-MSGTXT-TRIM PIC X(100).
      *
      * Run date under report - defaults to today, overridable with
      * RUNDATE (YYYYMMDD) so the report can be rerun for a prior
      * week. The window is the ABCWINDOWDAYS business dates ending
      * on the run date, both ends inclusive.
       01 RUN-DATE-ENV      PIC X(8).
       01 CURR-DATE-NUM     PIC 9(8).
       01 WINDOW-START-NUM  PIC 9(8).
       01 WINDOW-DAYS       PIC 9(3) VALUE 30.
       01 WINDOW-DAYS-ENV   PIC X(3).
       01 WINDOW-DAYS-NUM   PIC X(3) JUSTIFIED RIGHT.
      *
      * Class cutoffs in whole percent of window revenue - an item
      * is class A while the revenue ranked above it is under
      * ABCPCTA, class B while under ABCPCTB, class C after that.
      * Overridable with ABCPCTA / ABCPCTB; a pair that does not
      * satisfy A < B <= 100 falls back to the defaults.
       01 ABC-PCT-A       PIC 9(3) VALUE 80.
       01 ABC-PCT-B       PIC 9(3) VALUE 95.
       01 ABC-PCT-ENV     PIC X(3).
       01 ABC-PCT-NUM     PIC X(3) JUSTIFIED RIGHT.
      *
      * Item master with the window's totals alongside. Same 500-item
      * capacity as BATCH002's item table; items found on history but
      * no longer on the master are added so their revenue is still
      * ranked.
       01 ITEM-TABLE-COUNT PIC 9(4) VALUE 0.
       01 ITEM-TABLE.
          02 ITEM-ENTRY OCCURS 500 TIMES INDEXED BY ITEM-IDX.
             03 IT-ITEM-CODE   PIC X(07).
             03 IT-ITEM-NAME   PIC X(60).
             03 IT-ON-MASTER   PIC X(01).
             03 IT-ORDER-COUNT PIC 9(08).
             03 IT-TOTAL-QTY   PIC 9(08).
             03 IT-TOTAL-PRICE PIC 9(18).
             03 IT-CLASS       PIC X(01).
      *
      * Ranking - ITEM-TABLE subscripts of the items that moved,
      * ordered by window revenue, highest first.
       01 RANK-COUNT PIC 9(4) VALUE 0.
       01 RANK-TABLE.
          02 RANK-ITEM OCCURS 500 TIMES PIC 9(4).
       01 RANK-I      PIC 9(4).
       01 RANK-J      PIC 9(4).
       01 RANK-HIGH   PIC 9(4).
       01 RANK-SWAP   PIC 9(4).
       01 RANK-SUB    PIC 9(4).
       01 RANK-HIGH-PRICE PIC 9(18).
      *
       01 ITEM-FOUND-FLAG  PIC X(01).
       01 WINDOW-REVENUE   PIC 9(18) VALUE 0.
       01 CUM-REVENUE      PIC 9(18) VALUE 0.
       01 CUM-BEFORE-PCT   PIC 9(3)V99.
       01 CUM-PCT          PIC 9(3)V99.
       01 CUM-PCT-DISP     PIC ZZ9.99.
       01 RANK-DISP        PIC ZZZ9.
       01 CLASS-A-COUNT    PIC 9(4) VALUE 0.
       01 CLASS-B-COUNT    PIC 9(4) VALUE 0.
       01 CLASS-C-COUNT    PIC 9(4) VALUE 0.
       01 CLASS-A-REVENUE  PIC 9(18) VALUE 0.
       01 CLASS-B-REVENUE  PIC 9(18) VALUE 0.
       01 CLASS-C-REVENUE  PIC 9(18) VALUE 0.
       01 ZERO-MOVE-COUNT  PIC 9(4) VALUE 0.
       01 HIST-READ-COUNT  PIC 9(8) VALUE 0.
       01 HIST-WINDOW-COUNT PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT ITEM-FILE-NAME FROM ENVIRONMENT "ITEMFILENAME".
           ACCEPT ITEM-HISTORY-FILE-NAME
                  FROM ENVIRONMENT "ITEMHISTORYFILENAME".
           ACCEPT ABC-REPORT-FILE-NAME
                  FROM ENVIRONMENT "ABCREPORTFILENAME".
           ACCEPT AL-BATCHID FROM ENVIRONMENT "BATCHID".
           ACCEPT LOG-FILE-NAME FROM ENVIRONMENT "LOGFILENAME".
           ACCEPT RUN-DATE-ENV FROM ENVIRONMENT "RUNDATE".
           IF RUN-DATE-ENV IS NUMERIC
               MOVE RUN-DATE-ENV TO CURR-DATE-NUM
           ELSE
               ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
               COMPUTE CURR-DATE-NUM =
                   CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY
           END-IF.
      * ABCWINDOWDAYS, ABCPCTA and ABCPCTB arrive left-justified with
      * trailing spaces, which fails a plain IS NUMERIC test - the
      * digits are right-justified and zero-filled before testing.
           ACCEPT WINDOW-DAYS-ENV FROM ENVIRONMENT "ABCWINDOWDAYS".
           IF WINDOW-DAYS-ENV NOT = SPACE
               MOVE FUNCTION TRIM(WINDOW-DAYS-ENV) TO WINDOW-DAYS-NUM
               INSPECT WINDOW-DAYS-NUM
                       REPLACING LEADING " " BY "0"
               IF WINDOW-DAYS-NUM IS NUMERIC
                  AND WINDOW-DAYS-NUM NOT = "000"
                   MOVE WINDOW-DAYS-NUM TO WINDOW-DAYS
               END-IF
           END-IF.
           COMPUTE WINDOW-START-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CURR-DATE-NUM)
               - WINDOW-DAYS + 1).
           ACCEPT ABC-PCT-ENV FROM ENVIRONMENT "ABCPCTA".
           IF ABC-PCT-ENV NOT = SPACE
               MOVE FUNCTION TRIM(ABC-PCT-ENV) TO ABC-PCT-NUM
               INSPECT ABC-PCT-NUM REPLACING LEADING " " BY "0"
               IF ABC-PCT-NUM IS NUMERIC
                  AND ABC-PCT-NUM NOT = "000"
                   MOVE ABC-PCT-NUM TO ABC-PCT-A
               END-IF
           END-IF.
           MOVE SPACE TO ABC-PCT-ENV.
           ACCEPT ABC-PCT-ENV FROM ENVIRONMENT "ABCPCTB".
           IF ABC-PCT-ENV NOT = SPACE
               MOVE FUNCTION TRIM(ABC-PCT-ENV) TO ABC-PCT-NUM
               INSPECT ABC-PCT-NUM REPLACING LEADING " " BY "0"
               IF ABC-PCT-NUM IS NUMERIC
                  AND ABC-PCT-NUM NOT = "000"
                   MOVE ABC-PCT-NUM TO ABC-PCT-B
               END-IF
           END-IF.
      *
           PERFORM FILE-OPEN.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           IF ABC-PCT-A >= ABC-PCT-B
              OR ABC-PCT-B > 100
               MOVE 80 TO ABC-PCT-A
               MOVE 95 TO ABC-PCT-B
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID009" TO AL-MSGID
               MOVE "ABC cutoffs out of order - defaults 80/95 used"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
      *
      * Main Logic
           PERFORM LOAD-ITEM-MASTER.
           PERFORM LOAD-ITEM-HISTORY.
           PERFORM RANK-ITEMS.
           PERFORM WRITE-ABC-REPORT.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID002" TO AL-MSGID.
           MOVE "End Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "History read: " HIST-READ-COUNT
                  ", In window: " HIST-WINDOW-COUNT
                  ", Items: " ITEM-TABLE-COUNT
                  ", Ranked: " RANK-COUNT
                  ", Zero movement: " ZERO-MOVE-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Class A: " CLASS-A-COUNT
                  ", Class B: " CLASS-B-COUNT
                  ", Class C: " CLASS-C-COUNT
                  ", Revenue: " WINDOW-REVENUE
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
      * Load Item Master
      * Every item on the master gets an entry with zero totals, so
      * the ones history never touches surface as zero movement.
       LOAD-ITEM-MASTER SECTION.
       LOAD-ITEM-MASTER-S.
           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID006" TO AL-MSGID
               MOVE "Item master not found" TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE ITEM-FILE
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
                       MOVE "MSGID007" TO AL-MSGID
                       MOVE "Item table exceeds 500 items" TO AL-MSGTXT
                       PERFORM WRITE-LOG
                       CLOSE ITEM-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ITEM-TABLE-COUNT
                   SET ITEM-IDX TO ITEM-TABLE-COUNT
                   MOVE ITM-ITEM-CODE TO IT-ITEM-CODE (ITEM-IDX)
                   MOVE ITM-ITEM-NAME TO IT-ITEM-NAME (ITEM-IDX)
                   MOVE "Y" TO IT-ON-MASTER (ITEM-IDX)
                   MOVE 0 TO IT-ORDER-COUNT (ITEM-IDX)
                   MOVE 0 TO IT-TOTAL-QTY (ITEM-IDX)
                   MOVE 0 TO IT-TOTAL-PRICE (ITEM-IDX)
                   MOVE SPACE TO IT-CLASS (ITEM-IDX)
               END-IF
           END-PERFORM.
           CLOSE ITEM-FILE.
       LOAD-ITEM-MASTER-E.
         EXIT.
      *********************************
      * Load Item History
      * One pass over the item history, summing every record whose
      * business date falls inside the window into its item's entry.
       LOAD-ITEM-HISTORY SECTION.
       LOAD-ITEM-HISTORY-S.
           OPEN INPUT ITEM-HISTORY-FILE.
           IF ITEM-HISTORY-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               MOVE "Item history file not found" TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE ITEM-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ ITEM-HISTORY-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   ADD 1 TO HIST-READ-COUNT
                   IF IHIST-BUS-DATE >= WINDOW-START-NUM
                      AND IHIST-BUS-DATE <= CURR-DATE-NUM
                       ADD 1 TO HIST-WINDOW-COUNT
                       PERFORM SUM-HISTORY-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ITEM-HISTORY-FILE.
       LOAD-ITEM-HISTORY-E.
         EXIT.
      *********************************
      * Sum History Record
      * Adds the record into its item's entry. An item that has since
      * been deleted from the master still sold in the window, so it
      * is added with a marker name rather than dropped.
       SUM-HISTORY-RECORD SECTION.
       SUM-HISTORY-RECORD-S.
           MOVE "N" TO ITEM-FOUND-FLAG.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-TABLE-COUNT
               IF IT-ITEM-CODE (ITEM-IDX) = IHIST-ITEM-CODE
                   MOVE "Y" TO ITEM-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ITEM-FOUND-FLAG NOT = "Y"
               IF ITEM-TABLE-COUNT >= 500
                   MOVE SPACE TO AL-MSGTXT
                   MOVE "MSGID007" TO AL-MSGID
                   MOVE "Item table exceeds 500 items" TO AL-MSGTXT
                   PERFORM WRITE-LOG
                   CLOSE ITEM-HISTORY-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ITEM-TABLE-COUNT
               SET ITEM-IDX TO ITEM-TABLE-COUNT
               MOVE IHIST-ITEM-CODE TO IT-ITEM-CODE (ITEM-IDX)
               MOVE "(not on item master)" TO IT-ITEM-NAME (ITEM-IDX)
               MOVE "N" TO IT-ON-MASTER (ITEM-IDX)
               MOVE 0 TO IT-ORDER-COUNT (ITEM-IDX)
               MOVE 0 TO IT-TOTAL-QTY (ITEM-IDX)
               MOVE 0 TO IT-TOTAL-PRICE (ITEM-IDX)
               MOVE SPACE TO IT-CLASS (ITEM-IDX)
           END-IF.
           ADD IHIST-ORDER-COUNT TO IT-ORDER-COUNT (ITEM-IDX).
           ADD IHIST-TOTAL-QTY TO IT-TOTAL-QTY (ITEM-IDX).
           ADD IHIST-TOTAL-PRICE TO IT-TOTAL-PRICE (ITEM-IDX).
       SUM-HISTORY-RECORD-E.
         EXIT.
      *********************************
      * Rank Items
      * Collects the items with net quantity moved in the window and
      * orders them by revenue, highest first - a selection sort over
      * subscripts, ample for a 500-item master. Ties keep master
      * order.
       RANK-ITEMS SECTION.
       RANK-ITEMS-S.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-TABLE-COUNT
               IF IT-TOTAL-QTY (ITEM-IDX) > 0
                   ADD 1 TO RANK-COUNT
                   SET RANK-ITEM (RANK-COUNT) TO ITEM-IDX
                   ADD IT-TOTAL-PRICE (ITEM-IDX) TO WINDOW-REVENUE
               END-IF
           END-PERFORM.
      *
           PERFORM VARYING RANK-I FROM 1 BY 1
                   UNTIL RANK-I >= RANK-COUNT
               MOVE RANK-I TO RANK-HIGH
               MOVE RANK-ITEM (RANK-I) TO RANK-SUB
               MOVE IT-TOTAL-PRICE (RANK-SUB) TO RANK-HIGH-PRICE
               COMPUTE RANK-J = RANK-I + 1
               PERFORM UNTIL RANK-J > RANK-COUNT
                   MOVE RANK-ITEM (RANK-J) TO RANK-SUB
                   IF IT-TOTAL-PRICE (RANK-SUB) > RANK-HIGH-PRICE
                       MOVE RANK-J TO RANK-HIGH
                       MOVE IT-TOTAL-PRICE (RANK-SUB)
                         TO RANK-HIGH-PRICE
                   END-IF
                   ADD 1 TO RANK-J
               END-PERFORM
               IF RANK-HIGH NOT = RANK-I
                   MOVE RANK-ITEM (RANK-I) TO RANK-SWAP
                   MOVE RANK-ITEM (RANK-HIGH) TO RANK-ITEM (RANK-I)
                   MOVE RANK-SWAP TO RANK-ITEM (RANK-HIGH)
               END-IF
           END-PERFORM.
       RANK-ITEMS-E.
         EXIT.
      *********************************
      * Write ABC Report
      * Ranked section first, classing each item on the cumulative
      * share of revenue ranked above it - so the top seller is
      * always A even when it alone passes the A cutoff. Class totals
      * follow, then the zero-movement list from the master.
       WRITE-ABC-REPORT SECTION.
       WRITE-ABC-REPORT-S.
           MOVE SPACE TO ABC-REPORT-REC.
           STRING "Item ABC Movement Report - window "
                  WINDOW-START-NUM " to " CURR-DATE-NUM
                  " (" WINDOW-DAYS " days) - A to " ABC-PCT-A
                  "% B to " ABC-PCT-B "%"
                  DELIMITED BY SIZE INTO ABC-REPORT-REC.
           WRITE ABC-REPORT-REC.
      *
           PERFORM VARYING RANK-I FROM 1 BY 1
                   UNTIL RANK-I > RANK-COUNT
               SET ITEM-IDX TO RANK-ITEM (RANK-I)
               IF WINDOW-REVENUE > 0
                   COMPUTE CUM-BEFORE-PCT =
                       CUM-REVENUE * 100 / WINDOW-REVENUE
                   ADD IT-TOTAL-PRICE (ITEM-IDX) TO CUM-REVENUE
                   COMPUTE CUM-PCT =
                       CUM-REVENUE * 100 / WINDOW-REVENUE
               ELSE
                   MOVE 0 TO CUM-BEFORE-PCT
                   MOVE 0 TO CUM-PCT
               END-IF
               EVALUATE TRUE
                 WHEN CUM-BEFORE-PCT < ABC-PCT-A
                   MOVE "A" TO IT-CLASS (ITEM-IDX)
                   ADD 1 TO CLASS-A-COUNT
                   ADD IT-TOTAL-PRICE (ITEM-IDX) TO CLASS-A-REVENUE
                 WHEN CUM-BEFORE-PCT < ABC-PCT-B
                   MOVE "B" TO IT-CLASS (ITEM-IDX)
                   ADD 1 TO CLASS-B-COUNT
                   ADD IT-TOTAL-PRICE (ITEM-IDX) TO CLASS-B-REVENUE
                 WHEN OTHER
                   MOVE "C" TO IT-CLASS (ITEM-IDX)
                   ADD 1 TO CLASS-C-COUNT
                   ADD IT-TOTAL-PRICE (ITEM-IDX) TO CLASS-C-REVENUE
               END-EVALUATE
               MOVE RANK-I TO RANK-DISP
               MOVE CUM-PCT TO CUM-PCT-DISP
               MOVE SPACE TO ABC-REPORT-REC
               STRING "Rank: " RANK-DISP
                      " Class: " IT-CLASS (ITEM-IDX)
                      " Item: " IT-ITEM-CODE (ITEM-IDX)
                      " " IT-ITEM-NAME (ITEM-IDX) (1:30)
                      " Orders: " IT-ORDER-COUNT (ITEM-IDX)
                      " Qty: " IT-TOTAL-QTY (ITEM-IDX)
                      " Revenue: " IT-TOTAL-PRICE (ITEM-IDX)
                      " Cum%: " CUM-PCT-DISP
                      DELIMITED BY SIZE INTO ABC-REPORT-REC
               WRITE ABC-REPORT-REC
           END-PERFORM.
      *
           MOVE SPACE TO ABC-REPORT-REC.
           STRING "Class A items: " CLASS-A-COUNT
                  " revenue " CLASS-A-REVENUE
                  DELIMITED BY SIZE INTO ABC-REPORT-REC.
           WRITE ABC-REPORT-REC.
           MOVE SPACE TO ABC-REPORT-REC.
           STRING "Class B items: " CLASS-B-COUNT
                  " revenue " CLASS-B-REVENUE
                  DELIMITED BY SIZE INTO ABC-REPORT-REC.
           WRITE ABC-REPORT-REC.
           MOVE SPACE TO ABC-REPORT-REC.
           STRING "Class C items: " CLASS-C-COUNT
                  " revenue " CLASS-C-REVENUE
                  DELIMITED BY SIZE INTO ABC-REPORT-REC.
           WRITE ABC-REPORT-REC.
      *
      * Zero movement - master items with no net quantity in the
      * window, including items that sold and were fully cancelled.
           MOVE SPACE TO ABC-REPORT-REC.
           STRING "Zero movement items - no net sales "
                  WINDOW-START-NUM " to " CURR-DATE-NUM
                  DELIMITED BY SIZE INTO ABC-REPORT-REC.
           WRITE ABC-REPORT-REC.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-TABLE-COUNT
               IF IT-ON-MASTER (ITEM-IDX) = "Y"
                  AND IT-TOTAL-QTY (ITEM-IDX) = 0
                   ADD 1 TO ZERO-MOVE-COUNT
                   MOVE SPACE TO ABC-REPORT-REC
                   STRING "Item: " IT-ITEM-CODE (ITEM-IDX)
                          " " IT-ITEM-NAME (ITEM-IDX) (1:30)
                          " ZERO MOVEMENT"
                          DELIMITED BY SIZE INTO ABC-REPORT-REC
                   WRITE ABC-REPORT-REC
               END-IF
           END-PERFORM.
           MOVE SPACE TO ABC-REPORT-REC.
           STRING "Zero movement items: " ZERO-MOVE-COUNT
                  DELIMITED BY SIZE INTO ABC-REPORT-REC.
           WRITE ABC-REPORT-REC.
       WRITE-ABC-REPORT-E.
         EXIT.
      *********************************
      * File Open
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         OPEN OUTPUT ABC-REPORT-FILE.
         OPEN OUTPUT LOG-FILE.
         MOVE SPACE TO FLG-EOF.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         CLOSE ABC-REPORT-FILE.
       FILE-CLOSE-E.
           EXIT.
