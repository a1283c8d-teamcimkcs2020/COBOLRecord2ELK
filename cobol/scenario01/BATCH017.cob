       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH017.
      *
      * Monthly sales tax liability report. Sums the tax BATCH002
      * charged onto the shop history over one calendar month of post
      * dates and reports, per tax jurisdiction on the rate table, the
      * taxable sales and the tax due. Shops whose S-ZIP falls in no
      * rate range on tonight's table are listed as exceptions, as is
      * every shop with sales in the month that carried no
      * jurisdiction on history - those sales were not taxed and are
      * shown with their amount rather than being reported as zero
      * tax due. Restatement records are dated by the night they were
      * posted, so a late order's tax lands in the month it was
      * charged.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TAX-RATE-FILE ASSIGN TO TAX-RATE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TAX-RATE-FILE-STATUS.
         SELECT SHOP-FILE ASSIGN TO SHOP-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SHOP-FILE-STATUS.
         SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS HISTORY-FILE-STATUS.
         SELECT TAX-REPORT-FILE ASSIGN TO TAX-REPORT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TAX-REPORT-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
      * Sales tax rates exactly as BATCH002 loads them.
       FD  TAX-RATE-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 TAX-RATE-REC.
         02 TXR-REGION-CODE PIC X(02).
         02 TXR-ZIP-LO      PIC X(05).
         02 TXR-ZIP-HI      PIC X(05).
         02 TXR-RATE        PIC 9(02)V9(04).
         02 TXR-JURIS       PIC X(06).
       FD  SHOP-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 SHOP-REC.
         COPY "shop-info.cpy".
      * Shop history exactly as BATCH002 writes it.
       FD  HISTORY-FILE LABEL RECORD OMITTED.
       01 HISTORY-REC.
         02 HIST-RUN-DATE    PIC 9(08).
         02 HIST-SHOP-ID     PIC X(06).
         02 HIST-ORDER-COUNT PIC 9(08).
         02 HIST-TOTAL-QTY   PIC 9(08).
         02 HIST-TOTAL-PRICE PIC 9(18).
         02 HIST-POST-DATE   PIC 9(08).
         02 HIST-TAX-JURIS   PIC X(06).
         02 HIST-TAX-AMOUNT  PIC 9(18).
       FD  TAX-REPORT-FILE LABEL RECORD OMITTED.
       01 TAX-REPORT-REC PIC X(200).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 TAX-RATE-FILE-NAME      PIC X(255).
       01 SHOP-FILE-NAME          PIC X(255).
       01 HISTORY-FILE-NAME       PIC X(255).
       01 TAX-REPORT-FILE-NAME    PIC X(255).
       01 LOG-FILE-NAME           PIC X(255).
       01 TAX-RATE-FILE-STATUS    PIC X(02).
       01 SHOP-FILE-STATUS        PIC X(02).
       01 HISTORY-FILE-STATUS     PIC X(02).
       01 TAX-REPORT-FILE-STATUS  PIC X(02).
       01 LOG-FILE-STATUS         PIC X(02).
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
          03 AL-BATCHID PIC X(8) VALUE "BATCH017".
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-MSGID   PIC X(8).
          03 FILLER     PIC X(2) VALUE ": ".
          03 AL-MSGTXT  PIC X(100).
      *
      * Structured (ELK-ready) log record built from APL-LOG
       01 LG-TIMESTAMP PIC X(22).
       01 LG-MSGTXT-TRIM PIC X(100).
      *
      * Month reported (YYYYMM) - defaults to the calendar month
      * before today, so the job runs on the first night of the new
      * month once the last night of the old one is posted.
      * Overridable with TAXMONTH to rerun a prior month.
       01 TAX-MONTH-ENV   PIC X(6).
       01 TAX-MONTH-NUM   PIC 9(6).
       01 TODAY-DATE-NUM  PIC 9(8).
       01 REC-MONTH-NUM   PIC 9(6).
      *
      * Rate table ranges, as BATCH002 holds them.
       01 TXT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 TXT-TABLE.
          02 TXT-ENTRY OCCURS 200 TIMES INDEXED BY TXT-IDX.
             03 TXT-REGION-CODE PIC X(02).
             03 TXT-ZIP-LO      PIC X(05).
             03 TXT-ZIP-HI      PIC X(05).
             03 TXT-RATE        PIC 9(02)V9(04).
             03 TXT-JURIS       PIC X(06).
      *
      * One line per jurisdiction, in order of first appearance on
      * the rate table. A jurisdiction found on history but no longer
      * on the rate table is added so its tax is still reported.
      * JT-MIXED-FLAG is set when the jurisdiction's ranges carry
      * different rates, so the rate column is not taken as the only
      * one charged.
       01 JT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 JT-TABLE.
          02 JT-ENTRY OCCURS 200 TIMES INDEXED BY JT-IDX.
             03 JT-JURIS        PIC X(06).
             03 JT-REGION-CODE  PIC X(02).
             03 JT-RATE         PIC 9(02)V9(04).
             03 JT-MIXED-FLAG   PIC X(01).
             03 JT-ON-TABLE     PIC X(01).
             03 JT-ORDER-COUNT  PIC 9(08).
             03 JT-TAXABLE      PIC 9(18).
             03 JT-TAX          PIC 9(18).
       01 JT-FOUND-FLAG  PIC X(01).
       01 SRCH-JURIS     PIC X(06).
      *
      * Shops with sales in the month that carried no jurisdiction.
       01 UT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 UT-TABLE.
          02 UT-ENTRY OCCURS 200 TIMES INDEXED BY UT-IDX.
             03 UT-SHOP-ID      PIC X(06).
             03 UT-ORDER-COUNT  PIC 9(08).
             03 UT-TAXABLE      PIC 9(18).
       01 UT-FOUND-FLAG  PIC X(01).
      *
       01 SHOP-MATCH-FLAG  PIC X(01).
       01 RATE-DISP        PIC Z9.9999.
       01 HIST-READ-COUNT  PIC 9(8) VALUE 0.
       01 HIST-MONTH-COUNT PIC 9(8) VALUE 0.
       01 NORATE-SHOP-COUNT PIC 9(4) VALUE 0.
       01 TOTAL-TAXABLE    PIC 9(18) VALUE 0.
       01 TOTAL-TAX        PIC 9(18) VALUE 0.
       01 TOTAL-UNTAXED    PIC 9(18) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT TAX-RATE-FILE-NAME
                  FROM ENVIRONMENT "TAXRATEFILENAME".
           ACCEPT SHOP-FILE-NAME FROM ENVIRONMENT "SHOPFILENAME".
           ACCEPT HISTORY-FILE-NAME FROM ENVIRONMENT "HISTORYFILENAME".
           ACCEPT TAX-REPORT-FILE-NAME
                  FROM ENVIRONMENT "TAXREPORTFILENAME".
           ACCEPT AL-BATCHID FROM ENVIRONMENT "BATCHID".
           ACCEPT LOG-FILE-NAME FROM ENVIRONMENT "LOGFILENAME".
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DATE-NUM =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           IF CD-MONTH = 1
               COMPUTE TAX-MONTH-NUM = (CD-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE TAX-MONTH-NUM =
                   CD-YEAR * 100 + CD-MONTH - 1
           END-IF.
           ACCEPT TAX-MONTH-ENV FROM ENVIRONMENT "TAXMONTH".
           IF TAX-MONTH-ENV IS NUMERIC
              AND TAX-MONTH-ENV (5:2) >= "01"
              AND TAX-MONTH-ENV (5:2) <= "12"
               MOVE TAX-MONTH-ENV TO TAX-MONTH-NUM
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
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-HISTORY.
           PERFORM WRITE-LIABILITY.
           PERFORM WRITE-SHOP-EXCEPTIONS.
           PERFORM WRITE-UNTAXED-EXCEPTIONS.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID002" TO AL-MSGID.
           MOVE "End Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Month: " TAX-MONTH-NUM
                  ", History read: " HIST-READ-COUNT
                  ", In month: " HIST-MONTH-COUNT
                  ", Jurisdictions: " JT-TABLE-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Tax due: " TOTAL-TAX
                  ", NoRateShops: " NORATE-SHOP-COUNT
                  ", UntaxedShops: " UT-TABLE-COUNT
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
      * Load Tax Rates
      * Same validation as BATCH002, so the ranges reported against
      * are the ones the nightly run charged by. A missing rate file
      * leaves the table empty - every shop is then an exception.
       LOAD-TAX-RATES SECTION.
       LOAD-TAX-RATES-S.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-RATE-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID006" TO AL-MSGID
               MOVE "Tax rate file not found" TO AL-MSGTXT
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
                       MOVE TXR-JURIS TO SRCH-JURIS
                       PERFORM FIND-JURIS-ENTRY
                       IF JT-FOUND-FLAG = "N"
                           MOVE TXR-REGION-CODE
                             TO JT-REGION-CODE (JT-IDX)
                           MOVE TXR-RATE TO JT-RATE (JT-IDX)
                           MOVE "Y" TO JT-ON-TABLE (JT-IDX)
                       ELSE
                           IF TXR-RATE NOT = JT-RATE (JT-IDX)
                               MOVE "Y" TO JT-MIXED-FLAG (JT-IDX)
                           END-IF
                       END-IF
                   ELSE
                       MOVE SPACE TO AL-MSGTXT
                       MOVE "MSGID009" TO AL-MSGID
                       STRING "Bad tax rate skipped - "
                              TAX-RATE-REC
                              DELIMITED BY SIZE INTO AL-MSGTXT
                       PERFORM WRITE-LOG
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TAX-RATE-FILE.
       LOAD-TAX-RATES-E.
         EXIT.
      *********************************
      * Find Juris Entry
      * Sets JT-IDX to SRCH-JURIS's line, adding it when absent.
      * JT-FOUND-FLAG says which.
       FIND-JURIS-ENTRY SECTION.
       FIND-JURIS-ENTRY-S.
           MOVE "N" TO JT-FOUND-FLAG.
           PERFORM VARYING JT-IDX FROM 1 BY 1
                   UNTIL JT-IDX > JT-TABLE-COUNT
               IF JT-JURIS (JT-IDX) = SRCH-JURIS
                   MOVE "Y" TO JT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF JT-FOUND-FLAG = "Y"
               GO TO FIND-JURIS-ENTRY-E
           END-IF.
           IF JT-TABLE-COUNT >= 200
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               MOVE "Jurisdiction table full - abort" TO AL-MSGTXT
               PERFORM WRITE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO JT-TABLE-COUNT.
           SET JT-IDX TO JT-TABLE-COUNT.
           MOVE SRCH-JURIS TO JT-JURIS (JT-IDX).
           MOVE SPACE TO JT-REGION-CODE (JT-IDX).
           MOVE 0 TO JT-RATE (JT-IDX).
           MOVE "N" TO JT-MIXED-FLAG (JT-IDX).
           MOVE "N" TO JT-ON-TABLE (JT-IDX).
           MOVE 0 TO JT-ORDER-COUNT (JT-IDX).
           MOVE 0 TO JT-TAXABLE (JT-IDX).
           MOVE 0 TO JT-TAX (JT-IDX).
       FIND-JURIS-ENTRY-E.
         EXIT.
      *********************************
      * Load History
      * Sums the month's shop history into the jurisdiction lines.
      * The month is taken from the post date, falling back to the
      * run date for records written before the post date existed.
      * Records with no jurisdiction - shops with no rate, or
      * records from before tax was charged - go to the untaxed list.
       LOAD-HISTORY SECTION.
       LOAD-HISTORY-S.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               MOVE "History file not found" TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ HISTORY-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   ADD 1 TO HIST-READ-COUNT
                   IF HIST-POST-DATE IS NUMERIC
                       COMPUTE REC-MONTH-NUM = HIST-POST-DATE / 100
                   ELSE
                       COMPUTE REC-MONTH-NUM = HIST-RUN-DATE / 100
                   END-IF
                   IF REC-MONTH-NUM = TAX-MONTH-NUM
                       ADD 1 TO HIST-MONTH-COUNT
                       PERFORM POST-ONE-HISTORY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
       LOAD-HISTORY-E.
         EXIT.
      *********************************
      * Post One History
       POST-ONE-HISTORY SECTION.
       POST-ONE-HISTORY-S.
           IF HIST-TAX-JURIS NOT = SPACE
              AND HIST-TAX-AMOUNT IS NUMERIC
               MOVE HIST-TAX-JURIS TO SRCH-JURIS
               PERFORM FIND-JURIS-ENTRY
               ADD HIST-ORDER-COUNT TO JT-ORDER-COUNT (JT-IDX)
               ADD HIST-TOTAL-PRICE TO JT-TAXABLE (JT-IDX)
               ADD HIST-TAX-AMOUNT TO JT-TAX (JT-IDX)
               GO TO POST-ONE-HISTORY-E
           END-IF.
           IF HIST-ORDER-COUNT = 0 AND HIST-TOTAL-PRICE = 0
               GO TO POST-ONE-HISTORY-E
           END-IF.
           MOVE "N" TO UT-FOUND-FLAG.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-TABLE-COUNT
               IF UT-SHOP-ID (UT-IDX) = HIST-SHOP-ID
                   MOVE "Y" TO UT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UT-FOUND-FLAG = "N"
               IF UT-TABLE-COUNT >= 200
                   MOVE SPACE TO AL-MSGTXT
                   MOVE "MSGID007" TO AL-MSGID
                   MOVE "Untaxed shop table full - abort"
                     TO AL-MSGTXT
                   PERFORM WRITE-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO UT-TABLE-COUNT
               SET UT-IDX TO UT-TABLE-COUNT
               MOVE HIST-SHOP-ID TO UT-SHOP-ID (UT-IDX)
               MOVE 0 TO UT-ORDER-COUNT (UT-IDX)
               MOVE 0 TO UT-TAXABLE (UT-IDX)
           END-IF.
           ADD HIST-ORDER-COUNT TO UT-ORDER-COUNT (UT-IDX).
           ADD HIST-TOTAL-PRICE TO UT-TAXABLE (UT-IDX).
       POST-ONE-HISTORY-E.
         EXIT.
      *********************************
      * Write Liability
       WRITE-LIABILITY SECTION.
       WRITE-LIABILITY-S.
           MOVE SPACE TO TAX-REPORT-REC.
           STRING "Sales Tax Liability - Month " TAX-MONTH-NUM
                  " - Run " TODAY-DATE-NUM
                  DELIMITED BY SIZE INTO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           PERFORM VARYING JT-IDX FROM 1 BY 1
                   UNTIL JT-IDX > JT-TABLE-COUNT
               MOVE JT-RATE (JT-IDX) TO RATE-DISP
               MOVE SPACE TO TAX-REPORT-REC
               STRING "Juris: " JT-JURIS (JT-IDX)
                      " Region: " JT-REGION-CODE (JT-IDX)
                      " Rate%: " RATE-DISP
                      " OrderCount: " JT-ORDER-COUNT (JT-IDX)
                      " TaxableSales: " JT-TAXABLE (JT-IDX)
                      " TaxDue: " JT-TAX (JT-IDX)
                      DELIMITED BY SIZE INTO TAX-REPORT-REC
               IF JT-MIXED-FLAG (JT-IDX) = "Y"
                   MOVE "(mixed rates)" TO TAX-REPORT-REC (150:13)
               END-IF
               IF JT-ON-TABLE (JT-IDX) = "N"
                   MOVE "(not on rate table)"
                     TO TAX-REPORT-REC (150:19)
               END-IF
               WRITE TAX-REPORT-REC
               ADD JT-TAXABLE (JT-IDX) TO TOTAL-TAXABLE
               ADD JT-TAX (JT-IDX) TO TOTAL-TAX
           END-PERFORM.
           MOVE SPACE TO TAX-REPORT-REC.
           STRING "Total TaxableSales: " TOTAL-TAXABLE
                  " TaxDue: " TOTAL-TAX
                  DELIMITED BY SIZE INTO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
       WRITE-LIABILITY-E.
         EXIT.
      *********************************
      * Write Shop Exceptions
      * Shops on the master whose S-ZIP falls in no rate range.
       WRITE-SHOP-EXCEPTIONS SECTION.
       WRITE-SHOP-EXCEPTIONS-S.
           MOVE SPACE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           MOVE "Exceptions - Shops With No Sales Tax Rate"
             TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           OPEN INPUT SHOP-FILE.
           IF SHOP-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID010" TO AL-MSGID
               MOVE "Shop master not found - shop check skipped"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE SHOP-FILE
               MOVE "  (shop master not available)" TO TAX-REPORT-REC
               WRITE TAX-REPORT-REC
               GO TO WRITE-SHOP-EXCEPTIONS-E
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SHOP-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   MOVE "N" TO SHOP-MATCH-FLAG
                   PERFORM VARYING TXT-IDX FROM 1 BY 1
                           UNTIL TXT-IDX > TXT-TABLE-COUNT
                       IF S-ZIP (1:5) >= TXT-ZIP-LO (TXT-IDX)
                          AND S-ZIP (1:5) <= TXT-ZIP-HI (TXT-IDX)
                           MOVE "Y" TO SHOP-MATCH-FLAG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF SHOP-MATCH-FLAG = "N"
                       ADD 1 TO NORATE-SHOP-COUNT
                       MOVE SPACE TO TAX-REPORT-REC
                       STRING "  ShopID: " S-ID
                              " " S-NAME (1:30)
                              " Zip: " S-ZIP
                              DELIMITED BY SIZE INTO TAX-REPORT-REC
                       WRITE TAX-REPORT-REC
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SHOP-FILE.
           MOVE SPACE TO TAX-REPORT-REC.
           STRING "  Shops with no rate: " NORATE-SHOP-COUNT
                  DELIMITED BY SIZE INTO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           IF NORATE-SHOP-COUNT > 0
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID011" TO AL-MSGID
               STRING "Shops with no sales tax rate: "
                      NORATE-SHOP-COUNT
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
       WRITE-SHOP-EXCEPTIONS-E.
         EXIT.
      *********************************
      * Write Untaxed Exceptions
      * Shops whose sales in the month were posted with no tax
      * jurisdiction - the amounts untaxed, not a zero liability.
       WRITE-UNTAXED-EXCEPTIONS SECTION.
       WRITE-UNTAXED-EXCEPTIONS-S.
           MOVE SPACE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           MOVE "Exceptions - Sales Posted With No Tax Jurisdiction"
             TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-TABLE-COUNT
               MOVE SPACE TO TAX-REPORT-REC
               STRING "  ShopID: " UT-SHOP-ID (UT-IDX)
                      " OrderCount: " UT-ORDER-COUNT (UT-IDX)
                      " UntaxedSales: " UT-TAXABLE (UT-IDX)
                      DELIMITED BY SIZE INTO TAX-REPORT-REC
               WRITE TAX-REPORT-REC
               ADD UT-TAXABLE (UT-IDX) TO TOTAL-UNTAXED
           END-PERFORM.
           MOVE SPACE TO TAX-REPORT-REC.
           STRING "  Total UntaxedSales: " TOTAL-UNTAXED
                  DELIMITED BY SIZE INTO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           IF UT-TABLE-COUNT > 0
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID012" TO AL-MSGID
               STRING "Shops with untaxed sales in month: "
                      UT-TABLE-COUNT
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
       WRITE-UNTAXED-EXCEPTIONS-E.
         EXIT.
      *********************************
      * File Open
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         OPEN OUTPUT TAX-REPORT-FILE.
         OPEN OUTPUT LOG-FILE.
         MOVE SPACE TO FLG-EOF.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         CLOSE TAX-REPORT-FILE.
       FILE-CLOSE-E.
           EXIT.
