       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH021.
      *
      * One-time conversion of a seen-order register from the old
      * line-sequential layout, which BATCH002 and BATCH003 loaded
      * whole into a fixed table, to the keyed file they now read and
      * update by ORDER-ID. Run once per register before the first
      * night on the new programs:
      *   SEENCONVERTLAYOUT      BATCH002 or BATCH003 - whose
      *                          register is being converted
      *   SEENCONVERTINFILENAME  the old line-sequential register
      *   SEENCONVERTOUTFILENAME the keyed register to build (then
      *                          named by that program's
      *                          SEENORDERFILENAME)
      * The record layouts are unchanged. BATCH002 entries written
      * before the item code was added (52 chars) read back blank
      * there, and entries without usable amounts are carried with
      * zero amounts - exactly as the old load treated them. An entry
      * with a blank order id or a non-numeric date could never have
      * survived the old load's retention purge and is dropped; a
      * repeated order id keeps its first entry, the one the old
      * linear search would have found. Retention is left to the
      * next run's purge. The job refuses to overwrite a keyed
      * register that already exists, so a live register cannot be
      * rebuilt from a stale copy by mistake.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT OLD-SEEN-FILE ASSIGN TO OLD-SEEN-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS OLD-SEEN-FILE-STATUS.
         SELECT ORDER-SEEN-FILE ASSIGN TO NEW-SEEN-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS SOR-ORDER-ID
                        ALTERNATE RECORD KEY IS SOR-DATE-KEY
                            WITH DUPLICATES
                        FILE STATUS IS NEW-SEEN-FILE-STATUS.
         SELECT JSON-SEEN-FILE ASSIGN TO NEW-SEEN-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS JSO-ORDER-ID
                        ALTERNATE RECORD KEY IS JSO-DATE-KEY
                            WITH DUPLICATES
                        FILE STATUS IS NEW-SEEN-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
      * The old register, either program's layout. BATCH003 entries
      * are the first 26 characters; line sequential pads the rest.
       FD  OLD-SEEN-FILE LABEL RECORD OMITTED.
       01 OLD-SEEN-REC.
         02 OLD-ORDER-ID  PIC X(18).
         02 OLD-DATE      PIC X(08).
         02 OLD-QTY       PIC X(08).
         02 OLD-PRICE     PIC X(18).
         02 OLD-ITEM-CODE PIC X(07).
      * BATCH002's register - as its SEEN-ORDER-FILE.
       FD  ORDER-SEEN-FILE LABEL RECORD OMITTED.
       01 ORDER-SEEN-REC.
         02 SOR-ORDER-ID  PIC X(18).
         02 SOR-DATE-KEY.
           03 SOR-DATE    PIC 9(08).
         02 SOR-QTY       PIC 9(08).
         02 SOR-PRICE     PIC 9(18).
         02 SOR-ITEM-CODE PIC X(07).
      * BATCH003's register - as its SEEN-ORDER-FILE.
       FD  JSON-SEEN-FILE LABEL RECORD OMITTED.
       01 JSON-SEEN-REC.
         02 JSO-ORDER-ID PIC X(18).
         02 JSO-DATE-KEY.
           03 JSO-DATE   PIC 9(08).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 OLD-SEEN-FILE-NAME   PIC X(255).
       01 NEW-SEEN-FILE-NAME   PIC X(255).
       01 LOG-FILE-NAME        PIC X(255).
       01 OLD-SEEN-FILE-STATUS PIC X(02).
       01 NEW-SEEN-FILE-STATUS PIC X(02).
       01 LOG-FILE-STATUS      PIC X(02).
      *
      * BATCH002 or BATCH003.
       01 CONVERT-LAYOUT PIC X(08).
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
          03 AL-BATCHID PIC X(8) VALUE "BATCH021".
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-MSGID   PIC X(8).
          03 FILLER     PIC X(2) VALUE ": ".
          03 AL-MSGTXT  PIC X(100).
      *
      * Structured (ELK-ready) log record built from APL-LOG
       01 LG-TIMESTAMP PIC X(22).
       01 LG-MSGTXT-TRIM PIC X(100).
      *
       01 READ-COUNT      PIC 9(8) VALUE 0.
       01 WRITTEN-COUNT   PIC 9(8) VALUE 0.
       01 DROPPED-COUNT   PIC 9(8) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(8) VALUE 0.
       01 ZEROED-COUNT    PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT CONVERT-LAYOUT
                  FROM ENVIRONMENT "SEENCONVERTLAYOUT".
           ACCEPT OLD-SEEN-FILE-NAME
                  FROM ENVIRONMENT "SEENCONVERTINFILENAME".
           ACCEPT NEW-SEEN-FILE-NAME
                  FROM ENVIRONMENT "SEENCONVERTOUTFILENAME".
           ACCEPT AL-BATCHID FROM ENVIRONMENT "BATCHID".
           ACCEPT LOG-FILE-NAME FROM ENVIRONMENT "LOGFILENAME".
      *
           OPEN OUTPUT LOG-FILE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           PERFORM FILE-OPEN.
      *
      * Main Logic
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ OLD-SEEN-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   ADD 1 TO READ-COUNT
                   PERFORM CONVERT-ONE-ENTRY
               END-READ
           END-PERFORM.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID002" TO AL-MSGID.
           MOVE "End Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Layout: " CONVERT-LAYOUT
                  ", Read: " READ-COUNT
                  ", Written: " WRITTEN-COUNT
                  ", Dropped: " DROPPED-COUNT
                  ", Duplicates: " DUPLICATE-COUNT
                  ", Zeroed: " ZEROED-COUNT
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
      * Convert One Entry
      * OLD-SEEN-REC to the keyed register. A WRITE refused as a
      * duplicate key means the order id was already converted.
       CONVERT-ONE-ENTRY SECTION.
       CONVERT-ONE-ENTRY-S.
           IF OLD-ORDER-ID = SPACE
              OR OLD-DATE IS NOT NUMERIC
               ADD 1 TO DROPPED-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               STRING "Entry " READ-COUNT
                      " dropped - blank id or bad date - "
                      OLD-ORDER-ID " " OLD-DATE
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO CONVERT-ONE-ENTRY-E
           END-IF.
      *
           IF CONVERT-LAYOUT = "BATCH003"
               MOVE OLD-ORDER-ID TO JSO-ORDER-ID
               MOVE OLD-DATE TO JSO-DATE
               WRITE JSON-SEEN-REC
           ELSE
               MOVE OLD-ORDER-ID TO SOR-ORDER-ID
               MOVE OLD-DATE TO SOR-DATE
               IF OLD-QTY IS NUMERIC
                  AND OLD-PRICE IS NUMERIC
                   MOVE OLD-QTY TO SOR-QTY
                   MOVE OLD-PRICE TO SOR-PRICE
               ELSE
                   ADD 1 TO ZEROED-COUNT
                   MOVE 0 TO SOR-QTY
                   MOVE 0 TO SOR-PRICE
               END-IF
               MOVE OLD-ITEM-CODE TO SOR-ITEM-CODE
               WRITE ORDER-SEEN-REC
           END-IF.
      *
           IF NEW-SEEN-FILE-STATUS = "22"
               ADD 1 TO DUPLICATE-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               STRING "Entry " READ-COUNT
                      " dropped - order id already converted - "
                      OLD-ORDER-ID
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO CONVERT-ONE-ENTRY-E
           END-IF.
           IF NEW-SEEN-FILE-STATUS (1:1) NOT = "0"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID008" TO AL-MSGID
               STRING "Keyed register write failed - status "
                      NEW-SEEN-FILE-STATUS " - abort"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WRITTEN-COUNT.
       CONVERT-ONE-ENTRY-E.
         EXIT.
      *********************************
      * Refuse Conversion
      * AL-MSGTXT already says why; nothing has been written.
       REFUSE-CONVERSION SECTION.
       REFUSE-CONVERSION-S.
           MOVE "MSGID006" TO AL-MSGID.
           PERFORM WRITE-LOG.
           CLOSE LOG-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       REFUSE-CONVERSION-E.
         EXIT.
      *********************************
      * File Open
      * The layout must be named, the old register must be there,
      * and the keyed register must not exist yet.
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         IF CONVERT-LAYOUT NOT = "BATCH002"
            AND CONVERT-LAYOUT NOT = "BATCH003"
             MOVE SPACE TO AL-MSGTXT
             STRING "SEENCONVERTLAYOUT must be BATCH002 or BATCH003"
                    " - conversion refused"
                    DELIMITED BY SIZE INTO AL-MSGTXT
             PERFORM REFUSE-CONVERSION
         END-IF.
         OPEN INPUT OLD-SEEN-FILE.
         IF OLD-SEEN-FILE-STATUS NOT = "00"
             MOVE SPACE TO AL-MSGTXT
             STRING "Old register not found - status "
                    OLD-SEEN-FILE-STATUS " - conversion refused"
                    DELIMITED BY SIZE INTO AL-MSGTXT
             PERFORM REFUSE-CONVERSION
         END-IF.
         IF CONVERT-LAYOUT = "BATCH003"
             OPEN INPUT JSON-SEEN-FILE
         ELSE
             OPEN INPUT ORDER-SEEN-FILE
         END-IF.
         IF NEW-SEEN-FILE-STATUS NOT = "35"
             IF NEW-SEEN-FILE-STATUS = "00"
                 IF CONVERT-LAYOUT = "BATCH003"
                     CLOSE JSON-SEEN-FILE
                 ELSE
                     CLOSE ORDER-SEEN-FILE
                 END-IF
             END-IF
             CLOSE OLD-SEEN-FILE
             MOVE SPACE TO AL-MSGTXT
             STRING "Keyed register already exists or unusable - "
                    "status " NEW-SEEN-FILE-STATUS
                    " - conversion refused"
                    DELIMITED BY SIZE INTO AL-MSGTXT
             PERFORM REFUSE-CONVERSION
         END-IF.
         IF CONVERT-LAYOUT = "BATCH003"
             OPEN OUTPUT JSON-SEEN-FILE
         ELSE
             OPEN OUTPUT ORDER-SEEN-FILE
         END-IF.
         IF NEW-SEEN-FILE-STATUS NOT = "00"
             CLOSE OLD-SEEN-FILE
             MOVE SPACE TO AL-MSGTXT
             STRING "Keyed register open failed - status "
                    NEW-SEEN-FILE-STATUS " - conversion refused"
                    DELIMITED BY SIZE INTO AL-MSGTXT
             PERFORM REFUSE-CONVERSION
         END-IF.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         CLOSE OLD-SEEN-FILE.
         IF CONVERT-LAYOUT = "BATCH003"
             CLOSE JSON-SEEN-FILE
         ELSE
             CLOSE ORDER-SEEN-FILE
         END-IF.
       FILE-CLOSE-E.
         EXIT.
