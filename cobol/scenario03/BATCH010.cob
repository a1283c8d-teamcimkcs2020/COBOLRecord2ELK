                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOC-OUT-FILE-STATUS.
         SELECT SEEN-ORDER-FILE ASSIGN TO SEEN-ORDER-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS SOR-ORDER-ID
                        ALTERNATE RECORD KEY IS SOR-DATE-KEY
                            WITH DUPLICATES
                        FILE STATUS IS SEEN-ORDER-FILE-STATUS.
         SELECT VERIFY-REPORT-FILE ASSIGN TO VERIFY-REPORT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
         02 LOV-TIMEZONE      PIC X(03).
      * BATCH002's seen-order register - every accepted order lands
      * on it, so a repaired order that made it through shows here.
      * Keyed on ORDER-ID.
       FD  SEEN-ORDER-FILE LABEL RECORD OMITTED.
       01 SEEN-ORDER-REC.
         02 SOR-ORDER-ID PIC X(18).
         02 SOR-DATE-KEY.
           03 SOR-DATE   PIC 9(08).
         02 SOR-QTY      PIC 9(08).
         02 SOR-PRICE    PIC 9(18).
         02 SOR-ITEM-CODE PIC X(07).
       FD  VERIFY-REPORT-FILE LABEL RECORD OMITTED.
       01 VERIFY-REPORT-REC PIC X(160).
       FD  LOG-FILE LABEL RECORD OMITTED.
         EXIT.
      *********************************
      * Scan Seen Orders
      * One keyed read of BATCH002's seen-order register per "O"
      * entry still open, marking those whose order id was
      * accumulated. Same posture as the location scan for a missing
      * file.
       SCAN-SEEN-ORDERS SECTION.
       SCAN-SEEN-ORDERS-S.
           OPEN INPUT SEEN-ORDER-FILE.
               CLOSE SEEN-ORDER-FILE
               GO TO SCAN-SEEN-ORDERS-X
           END-IF.
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                   UNTIL TRK-IDX > TRACK-TABLE-COUNT
               IF TRK-TYPE (TRK-IDX) = "O"
                  AND TRK-VERIFIED (TRK-IDX) = "N"
                  AND TRK-REPAIR-DATE (TRK-IDX) < TODAY-DATE-NUM
                   MOVE TRK-KEY (TRK-IDX) TO SOR-ORDER-ID
                   READ SEEN-ORDER-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE "Y" TO TRK-VERIFIED (TRK-IDX)
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE SEEN-ORDER-FILE.
