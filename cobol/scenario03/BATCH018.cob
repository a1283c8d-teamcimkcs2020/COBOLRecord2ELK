       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH018.
      *
      * Nightly region/district sales rollup. The order side keys
      * everything by shop (S-ID) and the location side by site
      * (LMST-SITE-CODE), and nothing joined the two, so regional
      * managers had no sales figures. This job reads the
      * hand-maintained shop-to-site cross-reference, looks each site
      * up on the location master for its LMST-REGION-CODE and
      * LMST-DISTRICT-CODE, and sums the shop history slice for the
      * run date under report into region and district totals. It
      * writes a region/district sales report and one ELK-ready JSON
      * metrics document per district and per region, the same way
      * BATCH011 emits its shop documents.
      *
      * So the mapping can be completed, the report also lists shops
      * on the slice with no cross-reference (their sales are carried
      * in an unmapped total and document, not dropped), cross-
      * reference entries naming a site that is not on the location
      * master, and sites on the location master that no shop maps
      * to.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT SHOP-XREF-FILE ASSIGN TO SHOP-XREF-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SHOP-XREF-FILE-STATUS.
         SELECT LOCATION-MASTER-FILE ASSIGN TO LMST-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS LMST-SITE-CODE
                        FILE STATUS IS LMST-FILE-STATUS.
         SELECT HISTORY-FILE ASSIGN TO HISTORY-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS HISTORY-FILE-STATUS.
         SELECT REGION-REPORT-FILE ASSIGN TO REGION-REPORT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS REGION-REPORT-FILE-STATUS.
         SELECT JSON-FILE ASSIGN TO JSON-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS JSON-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
      * Hand-maintained shop-to-site cross-reference - one shop per
      * record, the shop's S-ID and the LOC-SITE-CODE of the site it
      * trades from. Several shops may share a site.
       FD  SHOP-XREF-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 SHOP-XREF-REC.
         02 SXR-SHOP-ID   PIC X(06).
         02 SXR-SITE-CODE PIC X(05).
       FD  LOCATION-MASTER-FILE LABEL RECORD OMITTED.
       01 LOCATION-MASTER-REC.
          COPY "location-master.cpy".
      * Shop history as BATCH002 writes it.
       FD  HISTORY-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 HISTORY-REC.
         02 HIST-RUN-DATE    PIC 9(08).
         02 HIST-SHOP-ID     PIC X(06).
         02 HIST-ORDER-COUNT PIC 9(08).
         02 HIST-TOTAL-QTY   PIC 9(08).
         02 HIST-TOTAL-PRICE PIC 9(18).
         02 HIST-POST-DATE   PIC 9(08).
         02 HIST-TAX-JURIS   PIC X(06).
         02 HIST-TAX-AMOUNT  PIC 9(18).
       FD  REGION-REPORT-FILE LABEL RECORD OMITTED.
       01 REGION-REPORT-REC PIC X(200).
       FD  JSON-FILE LABEL RECORD OMITTED.
       01 JSON-OUT-REC PIC X(300).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 SHOP-XREF-FILE-NAME       PIC X(255).
       01 LMST-FILE-NAME            PIC X(255).
       01 HISTORY-FILE-NAME         PIC X(255).
       01 REGION-REPORT-FILE-NAME   PIC X(255).
       01 JSON-FILE-NAME            PIC X(255).
       01 LOG-FILE-NAME             PIC X(255).
       01 SHOP-XREF-FILE-STATUS     PIC X(02).
       01 LMST-FILE-STATUS          PIC X(02).
       01 HISTORY-FILE-STATUS       PIC X(02).
       01 REGION-REPORT-FILE-STATUS PIC X(02).
       01 JSON-FILE-STATUS          PIC X(02).
       01 LOG-FILE-STATUS           PIC X(02).
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
          03 AL-BATCHID PIC X(8) VALUE "BATCH018".
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
      * RUNDATE (YYYYMMDD), the same control BATCH011 takes.
       01 RUN-DATE-ENV  PIC X(8).
       01 CURR-DATE-NUM PIC 9(8).
      *
      * Location master sites, read once in key order. XS-SHOP-COUNT
      * counts the cross-reference entries naming the site.
       01 SITE-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SITE-TABLE.
          02 SITE-ENTRY OCCURS 2000 TIMES INDEXED BY SITE-IDX.
             03 XS-SITE-CODE     PIC X(05).
             03 XS-REGION-CODE   PIC X(02).
             03 XS-DISTRICT-CODE PIC X(02).
             03 XS-SHOP-COUNT    PIC 9(04).
       01 SITE-FOUND-FLAG PIC X(01).
      *
      * Cross-reference, same 200-shop capacity as BATCH002's shop
      * table. XR-SITE-IDX is the site's slot on SITE-TABLE, zero when
      * the site is not on the location master. XR-COUNTED is set once
      * the shop has counted towards its district's shop count.
       01 XREF-TABLE-COUNT PIC 9(4) VALUE 0.
       01 XREF-TABLE.
          02 XREF-ENTRY OCCURS 200 TIMES INDEXED BY XREF-IDX.
             03 XR-SHOP-ID   PIC X(06).
             03 XR-SITE-CODE PIC X(05).
             03 XR-SITE-IDX  PIC 9(04).
             03 XR-COUNTED   PIC X(01).
       01 XREF-FOUND-FLAG PIC X(01).
      *
      * Region/district totals, kept in region then district order as
      * entries are added, so the report and documents come out
      * grouped without a separate sort.
       01 RD-TABLE-COUNT PIC 9(4) VALUE 0.
       01 RD-TABLE.
          02 RD-ENTRY OCCURS 400 TIMES INDEXED BY RD-IDX.
             03 RD-KEY.
                04 RD-REGION-CODE   PIC X(02).
                04 RD-DISTRICT-CODE PIC X(02).
             03 RD-SHOP-COUNT   PIC 9(04).
             03 RD-ORDER-COUNT  PIC 9(08).
             03 RD-TOTAL-QTY    PIC 9(08).
             03 RD-TOTAL-PRICE  PIC 9(18).
       01 RD-FOUND-FLAG PIC X(01).
       01 RD-SRCH-KEY.
          03 RD-SRCH-REGION   PIC X(02).
          03 RD-SRCH-DISTRICT PIC X(02).
       01 RD-INS-POS    PIC 9(4).
       01 RD-MOVE-FROM  PIC 9(4).
       01 RD-MOVE-TO    PIC 9(4).
      *
      * Region subtotal carried across the district lines.
       01 RG-REGION-CODE  PIC X(02).
       01 RG-SHOP-COUNT   PIC 9(04).
       01 RG-ORDER-COUNT  PIC 9(08).
       01 RG-TOTAL-QTY    PIC 9(08).
       01 RG-TOTAL-PRICE  PIC 9(18).
      *
      * Shops on the slice with no cross-reference.
       01 UNM-TABLE-COUNT PIC 9(4) VALUE 0.
       01 UNM-TABLE.
          02 UNM-ENTRY OCCURS 200 TIMES INDEXED BY UNM-IDX.
             03 UNM-SHOP-ID     PIC X(06).
             03 UNM-ORDER-COUNT PIC 9(08).
             03 UNM-TOTAL-QTY   PIC 9(08).
             03 UNM-TOTAL-PRICE PIC 9(18).
       01 UNM-FOUND-FLAG PIC X(01).
       01 UNM-ORDER-TOTAL PIC 9(08) VALUE 0.
       01 UNM-QTY-TOTAL   PIC 9(08) VALUE 0.
       01 UNM-PRICE-TOTAL PIC 9(18) VALUE 0.
      *
      * Unpadded numeric work fields for the zoned-decimal -> plain
      * JSON number conversion, same approach as BATCH011.
       01 WS-SHOPS-OUT PIC ZZZ9.
       01 WS-COUNT-OUT PIC ZZZZZZZ9.
       01 WS-QTY-OUT   PIC ZZZZZZZ9.
       01 WS-PRICE-OUT PIC Z(17)9.
      *
       01 XREF-READ-COUNT  PIC 9(8) VALUE 0.
       01 HIST-READ-COUNT  PIC 9(8) VALUE 0.
       01 SLICE-SHOP-COUNT PIC 9(8) VALUE 0.
       01 BAD-XREF-COUNT   PIC 9(8) VALUE 0.
       01 EMPTY-SITE-COUNT PIC 9(8) VALUE 0.
       01 REGION-DOC-COUNT   PIC 9(8) VALUE 0.
       01 DISTRICT-DOC-COUNT PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT SHOP-XREF-FILE-NAME
                  FROM ENVIRONMENT "SHOPXREFFILENAME".
           ACCEPT LMST-FILE-NAME
                  FROM ENVIRONMENT "LOCATIONMASTERFILENAME".
           ACCEPT HISTORY-FILE-NAME
                  FROM ENVIRONMENT "HISTORYFILENAME".
           ACCEPT REGION-REPORT-FILE-NAME
                  FROM ENVIRONMENT "REGIONREPORTFILENAME".
           ACCEPT JSON-FILE-NAME
                  FROM ENVIRONMENT "REGIONJSONFILENAME".
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
      *
           PERFORM FILE-OPEN.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
      * Main Logic
           PERFORM LOAD-LOCATION-MASTER.
           PERFORM LOAD-SHOP-XREF.
           PERFORM LOAD-SHOP-SLICE.
           PERFORM WRITE-ROLLUP.
           PERFORM WRITE-MAPPING-EXCEPTIONS.
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
                  ", Slice shops: " SLICE-SHOP-COUNT
                  ", Region docs: " REGION-DOC-COUNT
                  ", District docs: " DISTRICT-DOC-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Xref read: " XREF-READ-COUNT
                  ", Unmapped shops: " UNM-TABLE-COUNT
                  ", Bad xref: " BAD-XREF-COUNT
                  ", Sites without shops: " EMPTY-SITE-COUNT
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
      * Load Location Master
      * Reads every site in key order. A missing master is fatal -
      * nothing can be rolled up without the region and district.
       LOAD-LOCATION-MASTER SECTION.
       LOAD-LOCATION-MASTER-S.
           OPEN INPUT LOCATION-MASTER-FILE.
           IF LMST-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID006" TO AL-MSGID
               STRING "Location master not found - status "
                      LMST-FILE-STATUS
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ LOCATION-MASTER-FILE NEXT RECORD
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   IF SITE-TABLE-COUNT >= 2000
                       MOVE SPACE TO AL-MSGTXT
                       MOVE "MSGID007" TO AL-MSGID
                       MOVE "Location master exceeds 2000 sites"
                         TO AL-MSGTXT
                       PERFORM WRITE-LOG
                       PERFORM FILE-CLOSE
                       CLOSE LOG-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO SITE-TABLE-COUNT
                   SET SITE-IDX TO SITE-TABLE-COUNT
                   MOVE LMST-SITE-CODE TO XS-SITE-CODE (SITE-IDX)
                   MOVE LMST-REGION-CODE TO XS-REGION-CODE (SITE-IDX)
                   MOVE LMST-DISTRICT-CODE
                     TO XS-DISTRICT-CODE (SITE-IDX)
                   MOVE 0 TO XS-SHOP-COUNT (SITE-IDX)
               END-IF
           END-PERFORM.
           CLOSE LOCATION-MASTER-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-LOCATION-MASTER-E.
         EXIT.
      *********************************
      * Load Shop Xref
      * A missing cross-reference is logged and leaves every shop
      * unmapped - the report then lists the whole slice for mapping.
      * A shop listed twice keeps its first entry.
       LOAD-SHOP-XREF SECTION.
       LOAD-SHOP-XREF-S.
           OPEN INPUT SHOP-XREF-FILE.
           IF SHOP-XREF-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               MOVE "Shop cross-reference not found - all unmapped"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE SHOP-XREF-FILE
               GO TO LOAD-SHOP-XREF-X
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SHOP-XREF-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
               END-READ
               IF FLG-EOF NOT = "1"
                   ADD 1 TO XREF-READ-COUNT
                   PERFORM ADD-XREF-ENTRY
               END-IF
           END-PERFORM.
           CLOSE SHOP-XREF-FILE.
       LOAD-SHOP-XREF-X.
           MOVE SPACE TO FLG-EOF.
       LOAD-SHOP-XREF-E.
         EXIT.
      *********************************
      * Add Xref Entry
       ADD-XREF-ENTRY SECTION.
       ADD-XREF-ENTRY-S.
           MOVE "N" TO XREF-FOUND-FLAG.
           PERFORM VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > XREF-TABLE-COUNT
               IF XR-SHOP-ID (XREF-IDX) = SXR-SHOP-ID
                   MOVE "Y" TO XREF-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF XREF-FOUND-FLAG = "Y"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID009" TO AL-MSGID
               STRING "Duplicate cross-reference ignored - "
                      SHOP-XREF-REC
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO ADD-XREF-ENTRY-E
           END-IF.
           IF XREF-TABLE-COUNT >= 200
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               MOVE "Shop cross-reference exceeds 200 shops"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO XREF-TABLE-COUNT.
           SET XREF-IDX TO XREF-TABLE-COUNT.
           MOVE SXR-SHOP-ID TO XR-SHOP-ID (XREF-IDX).
           MOVE SXR-SITE-CODE TO XR-SITE-CODE (XREF-IDX).
           MOVE 0 TO XR-SITE-IDX (XREF-IDX).
           MOVE "N" TO XR-COUNTED (XREF-IDX).
           MOVE "N" TO SITE-FOUND-FLAG.
           PERFORM VARYING SITE-IDX FROM 1 BY 1
                   UNTIL SITE-IDX > SITE-TABLE-COUNT
               IF XS-SITE-CODE (SITE-IDX) = SXR-SITE-CODE
                   MOVE "Y" TO SITE-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SITE-FOUND-FLAG = "Y"
               SET XR-SITE-IDX (XREF-IDX) TO SITE-IDX
               ADD 1 TO XS-SHOP-COUNT (SITE-IDX)
           ELSE
               ADD 1 TO BAD-XREF-COUNT
           END-IF.
       ADD-XREF-ENTRY-E.
         EXIT.
      *********************************
      * Load Shop Slice
      * One pass over the shop history, posting the records for the
      * run date under report to the shop's region and district.
      * Several records for one shop (late-arrival restatements) all
      * post; a shop counts once towards its district's shop count.
       LOAD-SHOP-SLICE SECTION.
       LOAD-SHOP-SLICE-S.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID010" TO AL-MSGID
               MOVE "History file not found" TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE HISTORY-FILE
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
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
                   IF HIST-RUN-DATE = CURR-DATE-NUM
                       PERFORM POST-SHOP-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-SHOP-SLICE-E.
         EXIT.
      *********************************
      * Post Shop Record
       POST-SHOP-RECORD SECTION.
       POST-SHOP-RECORD-S.
           MOVE "N" TO XREF-FOUND-FLAG.
           PERFORM VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > XREF-TABLE-COUNT
               IF XR-SHOP-ID (XREF-IDX) = HIST-SHOP-ID
                   MOVE "Y" TO XREF-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF XREF-FOUND-FLAG = "Y"
              AND XR-SITE-IDX (XREF-IDX) > 0
               SET SITE-IDX TO XR-SITE-IDX (XREF-IDX)
               MOVE XS-REGION-CODE (SITE-IDX) TO RD-SRCH-REGION
               MOVE XS-DISTRICT-CODE (SITE-IDX) TO RD-SRCH-DISTRICT
               PERFORM FIND-RD-ENTRY
               ADD HIST-ORDER-COUNT TO RD-ORDER-COUNT (RD-IDX)
               ADD HIST-TOTAL-QTY TO RD-TOTAL-QTY (RD-IDX)
               ADD HIST-TOTAL-PRICE TO RD-TOTAL-PRICE (RD-IDX)
               PERFORM COUNT-SLICE-SHOP
               GO TO POST-SHOP-RECORD-E
           END-IF.
      * No usable cross-reference - carry the sales as unmapped.
           MOVE "N" TO UNM-FOUND-FLAG.
           PERFORM VARYING UNM-IDX FROM 1 BY 1
                   UNTIL UNM-IDX > UNM-TABLE-COUNT
               IF UNM-SHOP-ID (UNM-IDX) = HIST-SHOP-ID
                   MOVE "Y" TO UNM-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF UNM-FOUND-FLAG = "N"
               IF UNM-TABLE-COUNT >= 200
                   MOVE SPACE TO AL-MSGTXT
                   MOVE "MSGID007" TO AL-MSGID
                   MOVE "History slice exceeds 200 unmapped shops"
                     TO AL-MSGTXT
                   PERFORM WRITE-LOG
                   PERFORM FILE-CLOSE
                   CLOSE LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO UNM-TABLE-COUNT
               SET UNM-IDX TO UNM-TABLE-COUNT
               MOVE HIST-SHOP-ID TO UNM-SHOP-ID (UNM-IDX)
               MOVE 0 TO UNM-ORDER-COUNT (UNM-IDX)
               MOVE 0 TO UNM-TOTAL-QTY (UNM-IDX)
               MOVE 0 TO UNM-TOTAL-PRICE (UNM-IDX)
               ADD 1 TO SLICE-SHOP-COUNT
           END-IF.
           ADD HIST-ORDER-COUNT TO UNM-ORDER-COUNT (UNM-IDX).
           ADD HIST-TOTAL-QTY TO UNM-TOTAL-QTY (UNM-IDX).
           ADD HIST-TOTAL-PRICE TO UNM-TOTAL-PRICE (UNM-IDX).
           ADD HIST-ORDER-COUNT TO UNM-ORDER-TOTAL.
           ADD HIST-TOTAL-QTY TO UNM-QTY-TOTAL.
           ADD HIST-TOTAL-PRICE TO UNM-PRICE-TOTAL.
       POST-SHOP-RECORD-E.
         EXIT.
      *********************************
      * Count Slice Shop
      * A shop with several records on the slice counts once.
       COUNT-SLICE-SHOP SECTION.
       COUNT-SLICE-SHOP-S.
           IF XR-COUNTED (XREF-IDX) = "Y"
               GO TO COUNT-SLICE-SHOP-E
           END-IF.
           MOVE "Y" TO XR-COUNTED (XREF-IDX).
           ADD 1 TO RD-SHOP-COUNT (RD-IDX).
           ADD 1 TO SLICE-SHOP-COUNT.
       COUNT-SLICE-SHOP-E.
         EXIT.
      *********************************
      * Find RD Entry
      * Sets RD-IDX to the RD-SRCH-KEY line, inserting a new line in
      * key order when absent.
       FIND-RD-ENTRY SECTION.
       FIND-RD-ENTRY-S.
           MOVE "N" TO RD-FOUND-FLAG.
           MOVE 0 TO RD-INS-POS.
           PERFORM VARYING RD-IDX FROM 1 BY 1
                   UNTIL RD-IDX > RD-TABLE-COUNT
               IF RD-KEY (RD-IDX) = RD-SRCH-KEY
                   MOVE "Y" TO RD-FOUND-FLAG
                   EXIT PERFORM
               END-IF
               IF RD-KEY (RD-IDX) > RD-SRCH-KEY
                   SET RD-INS-POS TO RD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RD-FOUND-FLAG = "Y"
               GO TO FIND-RD-ENTRY-E
           END-IF.
           IF RD-TABLE-COUNT >= 400
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               MOVE "Rollup exceeds 400 region/districts"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RD-INS-POS = 0
               COMPUTE RD-INS-POS = RD-TABLE-COUNT + 1
           END-IF.
           MOVE RD-TABLE-COUNT TO RD-MOVE-FROM.
           PERFORM UNTIL RD-MOVE-FROM < RD-INS-POS
               COMPUTE RD-MOVE-TO = RD-MOVE-FROM + 1
               MOVE RD-ENTRY (RD-MOVE-FROM) TO RD-ENTRY (RD-MOVE-TO)
               SUBTRACT 1 FROM RD-MOVE-FROM
           END-PERFORM.
           ADD 1 TO RD-TABLE-COUNT.
           SET RD-IDX TO RD-INS-POS.
           MOVE RD-SRCH-KEY TO RD-KEY (RD-IDX).
           MOVE 0 TO RD-SHOP-COUNT (RD-IDX).
           MOVE 0 TO RD-ORDER-COUNT (RD-IDX).
           MOVE 0 TO RD-TOTAL-QTY (RD-IDX).
           MOVE 0 TO RD-TOTAL-PRICE (RD-IDX).
       FIND-RD-ENTRY-E.
         EXIT.
      *********************************
      * Write Rollup
      * District lines with a subtotal line and a document at each
      * change of region; the district documents go out as each line
      * is printed.
       WRITE-ROLLUP SECTION.
       WRITE-ROLLUP-S.
           MOVE SPACE TO REGION-REPORT-REC.
           STRING "Region/District Sales Rollup - Business Date "
                  CURR-DATE-NUM
                  DELIMITED BY SIZE INTO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           MOVE SPACE TO RG-REGION-CODE.
           PERFORM VARYING RD-IDX FROM 1 BY 1
                   UNTIL RD-IDX > RD-TABLE-COUNT
               IF RD-REGION-CODE (RD-IDX) NOT = RG-REGION-CODE
                   IF RD-IDX > 1
                       PERFORM WRITE-REGION-TOTAL
                   END-IF
                   MOVE RD-REGION-CODE (RD-IDX) TO RG-REGION-CODE
                   MOVE 0 TO RG-SHOP-COUNT
                   MOVE 0 TO RG-ORDER-COUNT
                   MOVE 0 TO RG-TOTAL-QTY
                   MOVE 0 TO RG-TOTAL-PRICE
               END-IF
               MOVE SPACE TO REGION-REPORT-REC
               STRING "  Region: " RD-REGION-CODE (RD-IDX)
                      " District: " RD-DISTRICT-CODE (RD-IDX)
                      " Shops: " RD-SHOP-COUNT (RD-IDX)
                      " OrderCount: " RD-ORDER-COUNT (RD-IDX)
                      " TotalQty: " RD-TOTAL-QTY (RD-IDX)
                      " TotalPrice: " RD-TOTAL-PRICE (RD-IDX)
                      DELIMITED BY SIZE INTO REGION-REPORT-REC
               WRITE REGION-REPORT-REC
               ADD RD-SHOP-COUNT (RD-IDX) TO RG-SHOP-COUNT
               ADD RD-ORDER-COUNT (RD-IDX) TO RG-ORDER-COUNT
               ADD RD-TOTAL-QTY (RD-IDX) TO RG-TOTAL-QTY
               ADD RD-TOTAL-PRICE (RD-IDX) TO RG-TOTAL-PRICE
               MOVE RD-SHOP-COUNT (RD-IDX) TO WS-SHOPS-OUT
               MOVE RD-ORDER-COUNT (RD-IDX) TO WS-COUNT-OUT
               MOVE RD-TOTAL-QTY (RD-IDX) TO WS-QTY-OUT
               MOVE RD-TOTAL-PRICE (RD-IDX) TO WS-PRICE-OUT
               MOVE SPACE TO JSON-OUT-REC
               STRING
                 '{"doc_type":"district_metrics",'
                 '"run_date":' CURR-DATE-NUM ','
                 '"region_code":"' RD-REGION-CODE (RD-IDX) '",'
                 '"district_code":"' RD-DISTRICT-CODE (RD-IDX) '",'
                 '"shop_count":' FUNCTION TRIM(WS-SHOPS-OUT) ','
                 '"order_count":' FUNCTION TRIM(WS-COUNT-OUT) ','
                 '"total_quantity":' FUNCTION TRIM(WS-QTY-OUT) ','
                 '"total_price":' FUNCTION TRIM(WS-PRICE-OUT) '}'
                 DELIMITED BY SIZE INTO JSON-OUT-REC
               WRITE JSON-OUT-REC
               ADD 1 TO DISTRICT-DOC-COUNT
           END-PERFORM.
           IF RD-TABLE-COUNT > 0
               PERFORM WRITE-REGION-TOTAL
           END-IF.
      *
      * Unmapped sales get a line and a document of their own, so
      * the dashboard total still agrees with the shop documents.
           MOVE SPACE TO REGION-REPORT-REC.
           STRING "Unmapped shops: " UNM-TABLE-COUNT
                  " OrderCount: " UNM-ORDER-TOTAL
                  " TotalQty: " UNM-QTY-TOTAL
                  " TotalPrice: " UNM-PRICE-TOTAL
                  DELIMITED BY SIZE INTO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           MOVE UNM-TABLE-COUNT TO WS-SHOPS-OUT.
           MOVE UNM-ORDER-TOTAL TO WS-COUNT-OUT.
           MOVE UNM-QTY-TOTAL TO WS-QTY-OUT.
           MOVE UNM-PRICE-TOTAL TO WS-PRICE-OUT.
           MOVE SPACE TO JSON-OUT-REC.
           STRING
             '{"doc_type":"region_metrics",'
             '"run_date":' CURR-DATE-NUM ','
             '"region_code":"unmapped",'
             '"shop_count":' FUNCTION TRIM(WS-SHOPS-OUT) ','
             '"order_count":' FUNCTION TRIM(WS-COUNT-OUT) ','
             '"total_quantity":' FUNCTION TRIM(WS-QTY-OUT) ','
             '"total_price":' FUNCTION TRIM(WS-PRICE-OUT) '}'
             DELIMITED BY SIZE INTO JSON-OUT-REC.
           WRITE JSON-OUT-REC.
           ADD 1 TO REGION-DOC-COUNT.
       WRITE-ROLLUP-E.
         EXIT.
      *********************************
      * Write Region Total
       WRITE-REGION-TOTAL SECTION.
       WRITE-REGION-TOTAL-S.
           MOVE SPACE TO REGION-REPORT-REC.
           STRING "Region " RG-REGION-CODE " total -"
                  " Shops: " RG-SHOP-COUNT
                  " OrderCount: " RG-ORDER-COUNT
                  " TotalQty: " RG-TOTAL-QTY
                  " TotalPrice: " RG-TOTAL-PRICE
                  DELIMITED BY SIZE INTO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           MOVE RG-SHOP-COUNT TO WS-SHOPS-OUT.
           MOVE RG-ORDER-COUNT TO WS-COUNT-OUT.
           MOVE RG-TOTAL-QTY TO WS-QTY-OUT.
           MOVE RG-TOTAL-PRICE TO WS-PRICE-OUT.
           MOVE SPACE TO JSON-OUT-REC.
           STRING
             '{"doc_type":"region_metrics",'
             '"run_date":' CURR-DATE-NUM ','
             '"region_code":"' RG-REGION-CODE '",'
             '"shop_count":' FUNCTION TRIM(WS-SHOPS-OUT) ','
             '"order_count":' FUNCTION TRIM(WS-COUNT-OUT) ','
             '"total_quantity":' FUNCTION TRIM(WS-QTY-OUT) ','
             '"total_price":' FUNCTION TRIM(WS-PRICE-OUT) '}'
             DELIMITED BY SIZE INTO JSON-OUT-REC.
           WRITE JSON-OUT-REC.
           ADD 1 TO REGION-DOC-COUNT.
       WRITE-REGION-TOTAL-E.
         EXIT.
      *********************************
      * Write Mapping Exceptions
      * The three lists that complete the mapping: shops on the slice
      * with no cross-reference, cross-reference entries whose site
      * is not on the location master, and sites no shop maps to.
       WRITE-MAPPING-EXCEPTIONS SECTION.
       WRITE-MAPPING-EXCEPTIONS-S.
           MOVE SPACE TO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           MOVE "Shops With No Site Cross-Reference"
             TO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           PERFORM VARYING UNM-IDX FROM 1 BY 1
                   UNTIL UNM-IDX > UNM-TABLE-COUNT
               MOVE SPACE TO REGION-REPORT-REC
               STRING "  ShopID: " UNM-SHOP-ID (UNM-IDX)
                      " OrderCount: " UNM-ORDER-COUNT (UNM-IDX)
                      " TotalQty: " UNM-TOTAL-QTY (UNM-IDX)
                      " TotalPrice: " UNM-TOTAL-PRICE (UNM-IDX)
                      DELIMITED BY SIZE INTO REGION-REPORT-REC
               WRITE REGION-REPORT-REC
           END-PERFORM.
      *
           MOVE SPACE TO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           MOVE "Cross-References To Sites Not On Location Master"
             TO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           PERFORM VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > XREF-TABLE-COUNT
               IF XR-SITE-IDX (XREF-IDX) = 0
                   MOVE SPACE TO REGION-REPORT-REC
                   STRING "  ShopID: " XR-SHOP-ID (XREF-IDX)
                          " SiteCode: " XR-SITE-CODE (XREF-IDX)
                          DELIMITED BY SIZE INTO REGION-REPORT-REC
                   WRITE REGION-REPORT-REC
               END-IF
           END-PERFORM.
      *
           MOVE SPACE TO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           MOVE "Sites With No Shops" TO REGION-REPORT-REC.
           WRITE REGION-REPORT-REC.
           PERFORM VARYING SITE-IDX FROM 1 BY 1
                   UNTIL SITE-IDX > SITE-TABLE-COUNT
               IF XS-SHOP-COUNT (SITE-IDX) = 0
                   ADD 1 TO EMPTY-SITE-COUNT
                   MOVE SPACE TO REGION-REPORT-REC
                   STRING "  SiteCode: " XS-SITE-CODE (SITE-IDX)
                          " Region: " XS-REGION-CODE (SITE-IDX)
                          " District: " XS-DISTRICT-CODE (SITE-IDX)
                          DELIMITED BY SIZE INTO REGION-REPORT-REC
                   WRITE REGION-REPORT-REC
               END-IF
           END-PERFORM.
      *
           IF UNM-TABLE-COUNT > 0
              OR BAD-XREF-COUNT > 0
              OR EMPTY-SITE-COUNT > 0
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID011" TO AL-MSGID
               STRING "Mapping incomplete - unmapped shops "
                      UNM-TABLE-COUNT
                      ", bad xref " BAD-XREF-COUNT
                      ", sites without shops " EMPTY-SITE-COUNT
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           END-IF.
       WRITE-MAPPING-EXCEPTIONS-E.
         EXIT.
      *********************************
      * File Open
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         OPEN OUTPUT REGION-REPORT-FILE.
         OPEN OUTPUT JSON-FILE.
         OPEN OUTPUT LOG-FILE.
         MOVE SPACE TO FLG-EOF.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         CLOSE REGION-REPORT-FILE.
         CLOSE JSON-FILE.
       FILE-CLOSE-E.
           EXIT.
