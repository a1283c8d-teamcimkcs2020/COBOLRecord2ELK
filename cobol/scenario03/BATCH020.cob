       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH020.
      *
      * Order and site trace inquiry. When a shop calls asking what
      * happened to an order, the answer is spread over a dozen files
      * - BATCH002's exception, duplicate and suspense files and its
      * registers, BATCH003's register and JSON output, BATCH004's
      * recycle file and resubmission tracking register - and was
      * found by grepping each one by hand. This job takes one or
      * more ORDER-IDs (and LOC-SITE-CODEs, for the location side)
      * from a request file, searches every one of those files, and
      * prints a lifecycle trace per key: each place the key appears,
      * in date order, with the reason, disposition or status found
      * there, ending in a one-line verdict.
      *
      * Request cards use the tracking register's key layout:
      *   col 1      type  O = ORDER-ID, L = LOC-SITE-CODE
      *   cols 2-19  key
      * Order keys are searched in the BATCH002 vendor, item, cancel
      * and late exception files, the duplicate file, the unknown-
      * shop suspense file, the suspicious-order register and
      * dispositions, both seen-order registers, the BATCH003 JSON
      * output, the BATCH004 order recycle file and the tracking
      * register. Site keys are searched in the BATCH001 output and
      * rejects, the BATCH004 location recycle file, the location
      * master audit file and the tracking register. Any of these
      * that is not on hand is skipped and listed on the report, so
      * the verdict is only as complete as the files supplied.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT TRACE-REQUEST-FILE ASSIGN TO TRACE-REQUEST-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TRACE-REQUEST-FILE-STATUS.
         SELECT ORDER-EXC-FILE ASSIGN TO ORDER-EXC-FILE-NAME
                        FILE STATUS IS ORDER-EXC-FILE-STATUS.
         SELECT DUPLICATE-FILE ASSIGN TO DUPLICATE-FILE-NAME
                        FILE STATUS IS DUPLICATE-FILE-STATUS.
         SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUSPENSE-FILE-STATUS.
         SELECT SUSP-REGISTER-FILE
                        ASSIGN TO SUSP-REGISTER-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUSP-REGISTER-FILE-STATUS.
         SELECT SUSP-DISP-FILE ASSIGN TO SUSP-DISP-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SUSP-DISP-FILE-STATUS.
         SELECT SEEN-ORDER-FILE ASSIGN TO SEEN-ORDER-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS SOR-ORDER-ID
                        ALTERNATE RECORD KEY IS SOR-DATE-KEY
                            WITH DUPLICATES
                        FILE STATUS IS SEEN-ORDER-FILE-STATUS.
         SELECT JSON-SEEN-ORDER-FILE
                        ASSIGN TO JSON-SEEN-ORDER-FILE-NAME
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS JSO-ORDER-ID
                        ALTERNATE RECORD KEY IS JSO-DATE-KEY
                            WITH DUPLICATES
                        FILE STATUS IS JSON-SEEN-ORDER-FILE-STATUS.
         SELECT JSON-FILE ASSIGN TO JSON-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS JSON-FILE-STATUS.
         SELECT ORDER-RECYCLE-FILE
                        ASSIGN TO ORDER-RECYCLE-FILE-NAME
                        FILE STATUS IS ORDER-RECYCLE-FILE-STATUS.
         SELECT RESUB-TRACK-FILE ASSIGN TO RESUB-TRACK-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS RESUB-TRACK-FILE-STATUS.
         SELECT LOC-OUT-FILE ASSIGN TO LOC-OUT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOC-OUT-FILE-STATUS.
         SELECT LOC-REJECT-FILE ASSIGN TO LOC-REJECT-FILE-NAME
                        FILE STATUS IS LOC-REJECT-FILE-STATUS.
         SELECT LOC-RECYCLE-FILE ASSIGN TO LOC-RECYCLE-FILE-NAME
                        FILE STATUS IS LOC-RECYCLE-FILE-STATUS.
         SELECT MAINT-AUDIT-FILE ASSIGN TO MAINT-AUDIT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS MAINT-AUDIT-FILE-STATUS.
         SELECT TRACE-REPORT-FILE ASSIGN TO TRACE-REPORT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS TRACE-REPORT-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
       FD  TRACE-REQUEST-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 TRACE-REQUEST-REC.
         02 TRQ-TYPE PIC X(01).
         02 TRQ-KEY  PIC X(18).
      * BATCH002's vendor, item, cancel and late exception files all
      * share this shape - the order plus a 40-byte reason - so one
      * FD reads each of them in turn under its own file name.
       FD  ORDER-EXC-FILE LABEL RECORD OMITTED.
       01 OEXC-REC.
         COPY "order_message.cpy"
           REPLACING ==01 message== BY ==02 OEXC-DATA==.
         02 OEXC-REASON PIC X(40).
       FD  DUPLICATE-FILE LABEL RECORD OMITTED.
       01 DUPLICATE-REC.
         COPY "order_message.cpy"
           REPLACING ==01 message== BY ==02 DUP-DATA==.
         02 DUP-FIRST-DATE PIC 9(08).
       FD  SUSPENSE-FILE LABEL RECORD OMITTED.
       01 SUSPENSE-REC.
         COPY "order_message.cpy"
           REPLACING ==01 message== BY ==02 SPN-DATA==.
         02 SPN-HELD-DATE    PIC 9(08).
         02 SPN-STATUS       PIC X(01).
         02 SPN-RELEASE-DATE PIC 9(08).
       FD  SUSP-REGISTER-FILE LABEL RECORD OMITTED.
       01 SUSP-REGISTER-REC.
         02 SRG-ORDER-ID  PIC X(18).
         02 SRG-REASON    PIC X(40).
         02 SRG-SHOP-ID   PIC X(06).
         02 SRG-FLAG-DATE PIC 9(08).
         02 SRG-STATUS    PIC X(01).
       FD  SUSP-DISP-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 SUSP-DISP-REC.
         02 SDX-ORDER-ID PIC X(18).
         02 SDX-REASON   PIC X(40).
         02 SDX-ACTION   PIC X(01).
         02 SDX-USERID   PIC X(08).
      * BATCH002's seen-order register, with the accumulated amounts.
      * Both registers are keyed on ORDER-ID.
       FD  SEEN-ORDER-FILE LABEL RECORD OMITTED.
       01 SEEN-ORDER-REC.
         02 SOR-ORDER-ID  PIC X(18).
         02 SOR-DATE-KEY.
           03 SOR-DATE    PIC 9(08).
         02 SOR-QTY       PIC 9(08).
         02 SOR-PRICE     PIC 9(18).
         02 SOR-ITEM-CODE PIC X(07).
      * BATCH003's seen-order register - order id and emitted date.
       FD  JSON-SEEN-ORDER-FILE LABEL RECORD OMITTED.
       01 JSON-SEEN-ORDER-REC.
         02 JSO-ORDER-ID PIC X(18).
         02 JSO-DATE-KEY.
           03 JSO-DATE   PIC 9(08).
       FD  JSON-FILE LABEL RECORD OMITTED.
       01 JSON-IN-REC PIC X(700).
       FD  ORDER-RECYCLE-FILE LABEL RECORD OMITTED.
       01 ORCY-REC.
         COPY "order_message.cpy"
           REPLACING ==01 message== BY ==02 ORCY-DATA==.
         02 ORCY-REASON   PIC X(40).
         02 ORCY-ATTEMPTS PIC 9(3).
       FD  RESUB-TRACK-FILE LABEL RECORD OMITTED.
       01 RESUB-TRACK-REC.
         02 RTK-TYPE        PIC X(01).
         02 RTK-KEY         PIC X(18).
         02 RTK-REPAIR-DATE PIC 9(08).
         02 RTK-ORIGIN      PIC X(08).
      * BATCH001's enriched output, read back the way BATCH010 reads
      * it - only records with a numeric site code are data.
       FD  LOC-OUT-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 LOC-OUT-REC.
         02 LOV-DATA.
           COPY "location.cpy".
         02 LOV-DISTRICT-CODE PIC X(02).
         02 LOV-TIMEZONE      PIC X(03).
       FD  LOC-REJECT-FILE LABEL RECORD OMITTED.
       01 LOC-REJECT-REC.
         02 LRJ-DATA.
           COPY "location.cpy".
         02 LRJ-REASON PIC X(40).
       FD  LOC-RECYCLE-FILE LABEL RECORD OMITTED.
       01 LOC-RECYCLE-REC.
         02 LRC-DATA.
           COPY "location.cpy".
         02 LRC-REASON   PIC X(40).
         02 LRC-ATTEMPTS PIC 9(3).
      * BATCH005 audit line: "YYYY-MM-DDTHH:MM:SS user <id> action
      * <a> site <code> before [..] after [..]" - fixed positions up
      * to the site code.
       FD  MAINT-AUDIT-FILE LABEL RECORD OMITTED.
       01 MAINT-AUDIT-REC.
         02 MAU-DATE     PIC X(10).
         02 FILLER       PIC X(15).
         02 MAU-USERID   PIC X(08).
         02 FILLER       PIC X(08).
         02 MAU-ACTION   PIC X(01).
         02 FILLER       PIC X(06).
         02 MAU-SITE     PIC X(05).
         02 MAU-IMAGES   PIC X(67).
       FD  TRACE-REPORT-FILE LABEL RECORD OMITTED.
       01 TRACE-REPORT-REC PIC X(200).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 TRACE-REQUEST-FILE-NAME    PIC X(255).
       01 ORDER-EXC-FILE-NAME        PIC X(255).
       01 VENDOR-EXC-FILE-NAME       PIC X(255).
       01 ITEM-EXC-FILE-NAME         PIC X(255).
       01 CANCEL-EXC-FILE-NAME       PIC X(255).
       01 LATE-EXC-FILE-NAME         PIC X(255).
       01 DUPLICATE-FILE-NAME        PIC X(255).
       01 SUSPENSE-FILE-NAME         PIC X(255).
       01 SUSP-REGISTER-FILE-NAME    PIC X(255).
       01 SUSP-DISP-FILE-NAME        PIC X(255).
       01 SEEN-ORDER-FILE-NAME       PIC X(255).
       01 JSON-SEEN-ORDER-FILE-NAME  PIC X(255).
       01 JSON-FILE-NAME             PIC X(255).
       01 ORDER-RECYCLE-FILE-NAME    PIC X(255).
       01 RESUB-TRACK-FILE-NAME      PIC X(255).
       01 LOC-OUT-FILE-NAME          PIC X(255).
       01 LOC-REJECT-FILE-NAME       PIC X(255).
       01 LOC-RECYCLE-FILE-NAME      PIC X(255).
       01 MAINT-AUDIT-FILE-NAME      PIC X(255).
       01 TRACE-REPORT-FILE-NAME     PIC X(255).
       01 LOG-FILE-NAME              PIC X(255).
       01 TRACE-REQUEST-FILE-STATUS   PIC X(02).
       01 ORDER-EXC-FILE-STATUS       PIC X(02).
       01 DUPLICATE-FILE-STATUS       PIC X(02).
       01 SUSPENSE-FILE-STATUS        PIC X(02).
       01 SUSP-REGISTER-FILE-STATUS   PIC X(02).
       01 SUSP-DISP-FILE-STATUS       PIC X(02).
       01 SEEN-ORDER-FILE-STATUS      PIC X(02).
       01 JSON-SEEN-ORDER-FILE-STATUS PIC X(02).
       01 JSON-FILE-STATUS            PIC X(02).
       01 ORDER-RECYCLE-FILE-STATUS   PIC X(02).
       01 RESUB-TRACK-FILE-STATUS     PIC X(02).
       01 LOC-OUT-FILE-STATUS         PIC X(02).
       01 LOC-REJECT-FILE-STATUS      PIC X(02).
       01 LOC-RECYCLE-FILE-STATUS     PIC X(02).
       01 MAINT-AUDIT-FILE-STATUS     PIC X(02).
       01 TRACE-REPORT-FILE-STATUS    PIC X(02).
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
          03 AL-BATCHID PIC X(8) VALUE "BATCH020".
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-MSGID   PIC X(8).
          03 FILLER     PIC X(2) VALUE ": ".
          03 AL-MSGTXT  PIC X(100).
      *
      * Structured (ELK-ready) log record built from APL-LOG
       01 LG-TIMESTAMP PIC X(22).
       01 LG-MSGTXT-TRIM PIC X(100).
      *
       01 CURR-DATE-NUM PIC 9(8).
      *
      * Keys asked about, with what the search found for the verdict.
       01 REQ-TABLE-COUNT PIC 9(4) VALUE 0.
       01 REQ-TABLE.
          02 REQ-ENTRY OCCURS 100 TIMES INDEXED BY REQ-IDX.
             03 RQ-TYPE        PIC X(01).
             03 RQ-KEY         PIC X(18).
             03 RQ-EVENT-COUNT PIC 9(4).
             03 RQ-ACCUM       PIC X(01).
             03 RQ-CANCELLED   PIC X(01).
             03 RQ-CANCEL-EXC  PIC X(01).
             03 RQ-REJECTED    PIC X(01).
             03 RQ-HELD        PIC X(01).
             03 RQ-TRACKED     PIC X(01).
             03 RQ-ENRICHED    PIC X(01).
             03 RQ-JSON-SEEN   PIC X(01).
      * "Y" once BATCH002's register has been searched - only then
      * does a miss on it mean anything.
       01 SEEN-REG-READ-FLAG PIC X(01) VALUE "N".
       01 REQ-FOUND-FLAG  PIC X(01).
       01 REQ-SRCH-TYPE   PIC X(01).
       01 REQ-SRCH-KEY    PIC X(18).
       01 ORDER-REQ-COUNT PIC 9(4) VALUE 0.
       01 SITE-REQ-COUNT  PIC 9(4) VALUE 0.
      *
      * Every appearance found. EV-SORT-DATE orders the trace; files
      * that carry no date (the current BATCH001 output and rejects)
      * sort after the dated appearances.
       01 EVENT-TABLE-COUNT PIC 9(4) VALUE 0.
       01 EVENT-TABLE.
          02 EVENT-ENTRY OCCURS 3000 TIMES INDEXED BY EV-IDX.
             03 EV-REQ-IDX   PIC 9(4).
             03 EV-DATE      PIC 9(08).
             03 EV-SORT-DATE PIC 9(08).
             03 EV-SOURCE    PIC X(22).
             03 EV-DETAIL    PIC X(100).
             03 EV-PRINTED   PIC X(01).
       01 EVW-DATE   PIC 9(08).
       01 EVW-SOURCE PIC X(22).
       01 EVW-DETAIL PIC X(100).
       01 EV-NEXT-IDX  PIC 9(4).
       01 EV-NEXT-DATE PIC 9(08).
      *
      * Source files not on hand, listed on the report heading.
       01 MISSING-TABLE-COUNT PIC 9(4) VALUE 0.
       01 MISSING-TABLE.
          02 MISSING-ENTRY OCCURS 20 TIMES INDEXED BY MISS-IDX.
             03 MS-SOURCE PIC X(22).
       01 MISSING-SOURCE PIC X(22).
      *
      * ORDER-DATE (YYYY-MM-DD) to YYYYMMDD.
       01 ORDER-DATE-WORK PIC X(10).
       01 ORDER-DATE-NUM.
          03 ODN-YEAR  PIC X(4).
          03 ODN-MONTH PIC X(2).
          03 ODN-DAY   PIC X(2).
      *
      * One BATCH003 JSON document split at its leading keys.
       01 JP-HEAD     PIC X(10).
       01 JP-ORDER-ID PIC X(18).
       01 JP-TYPE     PIC X(01).
       01 JP-STATUS   PIC X(09).
       01 JP-REST     PIC X(660).
      *
       01 WS-QTY-OUT    PIC ZZZZZZZ9.
       01 WS-PRICE-OUT  PIC Z(17)9.
       01 WS-ACTION-TXT PIC X(10).
       01 VERDICT-TEXT  PIC X(120).
      *
       01 REQ-READ-COUNT   PIC 9(4) VALUE 0.
       01 REQ-BAD-COUNT    PIC 9(4) VALUE 0.
       01 SOURCE-READ-COUNT PIC 9(4) VALUE 0.
       01 NEVER-COUNT      PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT TRACE-REQUEST-FILE-NAME
                  FROM ENVIRONMENT "TRACEREQUESTFILENAME".
           ACCEPT TRACE-REPORT-FILE-NAME
                  FROM ENVIRONMENT "TRACEREPORTFILENAME".
           ACCEPT VENDOR-EXC-FILE-NAME
                  FROM ENVIRONMENT "VENDOREXCEPTIONSFILENAME".
           ACCEPT ITEM-EXC-FILE-NAME
                  FROM ENVIRONMENT "ITEMEXCEPTIONSFILENAME".
           ACCEPT CANCEL-EXC-FILE-NAME
                  FROM ENVIRONMENT "CANCELEXCEPTIONSFILENAME".
           ACCEPT LATE-EXC-FILE-NAME
                  FROM ENVIRONMENT "LATEEXCEPTIONSFILENAME".
           ACCEPT DUPLICATE-FILE-NAME
                  FROM ENVIRONMENT "DUPLICATEFILENAME".
           ACCEPT SUSPENSE-FILE-NAME
                  FROM ENVIRONMENT "SUSPENSEFILENAME".
           ACCEPT SUSP-REGISTER-FILE-NAME
                  FROM ENVIRONMENT "SUSPREGISTERFILENAME".
           ACCEPT SUSP-DISP-FILE-NAME
                  FROM ENVIRONMENT "SUSPDISPFILENAME".
           ACCEPT SEEN-ORDER-FILE-NAME
                  FROM ENVIRONMENT "SEENORDERFILENAME".
           ACCEPT JSON-SEEN-ORDER-FILE-NAME
                  FROM ENVIRONMENT "JSONSEENORDERFILENAME".
           ACCEPT JSON-FILE-NAME
                  FROM ENVIRONMENT "JSONFILENAME".
           ACCEPT ORDER-RECYCLE-FILE-NAME
                  FROM ENVIRONMENT "ORDERRECYCLEOUTFILENAME".
           ACCEPT RESUB-TRACK-FILE-NAME
                  FROM ENVIRONMENT "RESUBTRACKFILENAME".
           ACCEPT LOC-OUT-FILE-NAME
                  FROM ENVIRONMENT "LOCOUTFILENAME".
           ACCEPT LOC-REJECT-FILE-NAME
                  FROM ENVIRONMENT "LOCREJECTFILENAME".
           ACCEPT LOC-RECYCLE-FILE-NAME
                  FROM ENVIRONMENT "LOCRECYCLEOUTFILENAME".
           ACCEPT MAINT-AUDIT-FILE-NAME
                  FROM ENVIRONMENT "MAINTAUDITFILENAME".
           ACCEPT AL-BATCHID FROM ENVIRONMENT "BATCHID".
           ACCEPT LOG-FILE-NAME FROM ENVIRONMENT "LOGFILENAME".
      *
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE CURR-DATE-NUM =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
      *
           PERFORM FILE-OPEN.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID001" TO AL-MSGID.
           MOVE "Begin Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
      * Main Logic
           PERFORM LOAD-TRACE-REQUESTS.
           IF ORDER-REQ-COUNT > 0
               PERFORM SCAN-ORDER-EXCEPTIONS
               PERFORM SCAN-DUPLICATES
               PERFORM SCAN-SUSPENSE
               PERFORM SCAN-SUSP-REGISTER
               PERFORM SCAN-SUSP-DISPOSITIONS
               PERFORM SCAN-SEEN-ORDERS
               PERFORM SCAN-JSON-SEEN-ORDERS
               PERFORM SCAN-JSON-DOCUMENTS
               PERFORM SCAN-ORDER-RECYCLE
           END-IF.
           IF SITE-REQ-COUNT > 0
               PERFORM SCAN-LOC-OUTPUT
               PERFORM SCAN-LOC-REJECTS
               PERFORM SCAN-LOC-RECYCLE
               PERFORM SCAN-MAINT-AUDIT
           END-IF.
           IF REQ-TABLE-COUNT > 0
               PERFORM SCAN-RESUB-TRACKING
           END-IF.
           PERFORM WRITE-TRACE-REPORT.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID002" TO AL-MSGID.
           MOVE "End Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Requests: " REQ-TABLE-COUNT
                  ", Ignored: " REQ-BAD-COUNT
                  ", Searched: " SOURCE-READ-COUNT
                  ", Missing: " MISSING-TABLE-COUNT
                  ", Hits: " EVENT-TABLE-COUNT
                  ", Never: " NEVER-COUNT
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
      * Load Trace Requests
      * A missing request file is fatal - there is nothing to answer.
      * A card with an unknown type or a blank key is logged and
      * ignored; a key asked twice is traced once.
       LOAD-TRACE-REQUESTS SECTION.
       LOAD-TRACE-REQUESTS-S.
           OPEN INPUT TRACE-REQUEST-FILE.
           IF TRACE-REQUEST-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID006" TO AL-MSGID
               STRING "Trace request file not found - status "
                      TRACE-REQUEST-FILE-STATUS
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ TRACE-REQUEST-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   ADD 1 TO REQ-READ-COUNT
                   PERFORM ADD-TRACE-REQUEST
               END-READ
           END-PERFORM.
           CLOSE TRACE-REQUEST-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-TRACE-REQUESTS-E.
         EXIT.
      *********************************
      * Add Trace Request
       ADD-TRACE-REQUEST SECTION.
       ADD-TRACE-REQUEST-S.
           IF (TRQ-TYPE NOT = "O" AND TRQ-TYPE NOT = "L")
              OR TRQ-KEY = SPACE
               ADD 1 TO REQ-BAD-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID007" TO AL-MSGID
               STRING "Request card " REQ-READ-COUNT
                      " ignored - " TRACE-REQUEST-REC
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               GO TO ADD-TRACE-REQUEST-E
           END-IF.
           MOVE TRQ-TYPE TO REQ-SRCH-TYPE.
           MOVE TRQ-KEY TO REQ-SRCH-KEY.
           PERFORM FIND-TRACE-REQUEST.
           IF REQ-FOUND-FLAG = "Y"
               GO TO ADD-TRACE-REQUEST-E
           END-IF.
           IF REQ-TABLE-COUNT >= 100
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID009" TO AL-MSGID
               MOVE "Trace request table full - abort" TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE TRACE-REQUEST-FILE
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO REQ-TABLE-COUNT.
           SET REQ-IDX TO REQ-TABLE-COUNT.
           MOVE TRQ-TYPE TO RQ-TYPE (REQ-IDX).
           MOVE TRQ-KEY TO RQ-KEY (REQ-IDX).
           MOVE 0 TO RQ-EVENT-COUNT (REQ-IDX).
           MOVE "N" TO RQ-ACCUM (REQ-IDX).
           MOVE "N" TO RQ-CANCELLED (REQ-IDX).
           MOVE "N" TO RQ-CANCEL-EXC (REQ-IDX).
           MOVE "N" TO RQ-REJECTED (REQ-IDX).
           MOVE "N" TO RQ-HELD (REQ-IDX).
           MOVE "N" TO RQ-TRACKED (REQ-IDX).
           MOVE "N" TO RQ-ENRICHED (REQ-IDX).
           MOVE "N" TO RQ-JSON-SEEN (REQ-IDX).
           IF TRQ-TYPE = "O"
               ADD 1 TO ORDER-REQ-COUNT
           ELSE
               ADD 1 TO SITE-REQ-COUNT
           END-IF.
       ADD-TRACE-REQUEST-E.
         EXIT.
      *********************************
      * Find Trace Request
      * Looks up REQ-SRCH-TYPE / REQ-SRCH-KEY; REQ-IDX addresses the
      * match when REQ-FOUND-FLAG is "Y".
       FIND-TRACE-REQUEST SECTION.
       FIND-TRACE-REQUEST-S.
           MOVE "N" TO REQ-FOUND-FLAG.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-TABLE-COUNT
               IF RQ-TYPE (REQ-IDX) = REQ-SRCH-TYPE
                  AND RQ-KEY (REQ-IDX) = REQ-SRCH-KEY
                   MOVE "Y" TO REQ-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       FIND-TRACE-REQUEST-E.
         EXIT.
      *********************************
      * Add Trace Event
      * Records one appearance of the request at REQ-IDX from
      * EVW-DATE / EVW-SOURCE / EVW-DETAIL.
       ADD-TRACE-EVENT SECTION.
       ADD-TRACE-EVENT-S.
           IF EVENT-TABLE-COUNT >= 3000
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID009" TO AL-MSGID
               MOVE "Trace event table full - abort" TO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO EVENT-TABLE-COUNT.
           SET EV-IDX TO EVENT-TABLE-COUNT.
           SET EV-REQ-IDX (EV-IDX) TO REQ-IDX.
           MOVE EVW-DATE TO EV-DATE (EV-IDX).
           IF EVW-DATE = 0
               MOVE 99999999 TO EV-SORT-DATE (EV-IDX)
           ELSE
               MOVE EVW-DATE TO EV-SORT-DATE (EV-IDX)
           END-IF.
           MOVE EVW-SOURCE TO EV-SOURCE (EV-IDX).
           MOVE EVW-DETAIL TO EV-DETAIL (EV-IDX).
           MOVE "N" TO EV-PRINTED (EV-IDX).
           ADD 1 TO RQ-EVENT-COUNT (REQ-IDX).
       ADD-TRACE-EVENT-E.
         EXIT.
      *********************************
      * Note Missing Source
      * MISSING-SOURCE names a file that could not be opened.
       NOTE-MISSING-SOURCE SECTION.
       NOTE-MISSING-SOURCE-S.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID008" TO AL-MSGID.
           STRING "Source not available - " MISSING-SOURCE
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
           IF MISSING-TABLE-COUNT < 20
               ADD 1 TO MISSING-TABLE-COUNT
               MOVE MISSING-SOURCE TO MS-SOURCE (MISSING-TABLE-COUNT)
           END-IF.
       NOTE-MISSING-SOURCE-E.
         EXIT.
      *********************************
      * Convert Order Date
      * ORDER-DATE-WORK (YYYY-MM-DD) to EVW-DATE, zero if malformed.
       CONVERT-ORDER-DATE SECTION.
       CONVERT-ORDER-DATE-S.
           MOVE ORDER-DATE-WORK (1:4) TO ODN-YEAR.
           MOVE ORDER-DATE-WORK (6:2) TO ODN-MONTH.
           MOVE ORDER-DATE-WORK (9:2) TO ODN-DAY.
           IF ORDER-DATE-NUM IS NUMERIC
               MOVE ORDER-DATE-NUM TO EVW-DATE
           ELSE
               MOVE 0 TO EVW-DATE
           END-IF.
       CONVERT-ORDER-DATE-E.
         EXIT.
      *********************************
      * Scan Order Exceptions
      * The four BATCH002 exception files, one after the other
      * through ORDER-EXC-FILE.
       SCAN-ORDER-EXCEPTIONS SECTION.
       SCAN-ORDER-EXCEPTIONS-S.
           MOVE VENDOR-EXC-FILE-NAME TO ORDER-EXC-FILE-NAME.
           MOVE "VENDOR EXCEPTIONS" TO EVW-SOURCE.
           PERFORM SCAN-ONE-ORDER-EXC-FILE.
           MOVE ITEM-EXC-FILE-NAME TO ORDER-EXC-FILE-NAME.
           MOVE "ITEM EXCEPTIONS" TO EVW-SOURCE.
           PERFORM SCAN-ONE-ORDER-EXC-FILE.
           MOVE CANCEL-EXC-FILE-NAME TO ORDER-EXC-FILE-NAME.
           MOVE "CANCEL EXCEPTIONS" TO EVW-SOURCE.
           PERFORM SCAN-ONE-ORDER-EXC-FILE.
           MOVE LATE-EXC-FILE-NAME TO ORDER-EXC-FILE-NAME.
           MOVE "LATE EXCEPTIONS" TO EVW-SOURCE.
           PERFORM SCAN-ONE-ORDER-EXC-FILE.
       SCAN-ORDER-EXCEPTIONS-E.
         EXIT.
      *********************************
      * Scan One Order Exception File
      * EVW-SOURCE names the file in ORDER-EXC-FILE-NAME. A cancel
      * exception is a cancellation or adjustment that could not be
      * applied; the others are orders kept out of the totals.
       SCAN-ONE-ORDER-EXC-FILE SECTION.
       SCAN-ONE-ORDER-EXC-FILE-S.
           OPEN INPUT ORDER-EXC-FILE.
           IF ORDER-EXC-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE ORDER-EXC-FILE
               GO TO SCAN-ONE-ORDER-EXC-FILE-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "O" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ ORDER-EXC-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE ORDER-ID OF OEXC-DATA TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE ORDER-DATE OF OEXC-DATA TO ORDER-DATE-WORK
                       PERFORM CONVERT-ORDER-DATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING FUNCTION TRIM(OEXC-REASON)
                              " shop " S-ID OF OEXC-DATA
                              " type " ORDER-TRANS-TYPE OF OEXC-DATA
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       IF EVW-SOURCE = "CANCEL EXCEPTIONS"
                           MOVE "Y" TO RQ-CANCEL-EXC (REQ-IDX)
                       ELSE
                           MOVE "Y" TO RQ-REJECTED (REQ-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-EXC-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-ONE-ORDER-EXC-FILE-E.
         EXIT.
      *********************************
      * Scan Duplicates
       SCAN-DUPLICATES SECTION.
       SCAN-DUPLICATES-S.
           MOVE "DUPLICATES" TO EVW-SOURCE.
           OPEN INPUT DUPLICATE-FILE.
           IF DUPLICATE-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE DUPLICATE-FILE
               GO TO SCAN-DUPLICATES-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "O" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ DUPLICATE-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE ORDER-ID OF DUP-DATA TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE ORDER-DATE OF DUP-DATA TO ORDER-DATE-WORK
                       PERFORM CONVERT-ORDER-DATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Resent - not counted again, first "
                              "processed or held " DUP-FIRST-DATE
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE DUPLICATE-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-DUPLICATES-E.
         EXIT.
      *********************************
      * Scan Suspense
      * Orders held for a shop not yet on the master; "R" entries
      * were released into the totals on their release date, "C"
      * entries were cancelled while held and never accumulated.
       SCAN-SUSPENSE SECTION.
       SCAN-SUSPENSE-S.
           MOVE "UNKNOWN-SHOP SUSPENSE" TO EVW-SOURCE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE SUSPENSE-FILE
               GO TO SCAN-SUSPENSE-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "O" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SUSPENSE-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE ORDER-ID OF SPN-DATA TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE SPN-HELD-DATE TO EVW-DATE
                       MOVE SPACE TO EVW-DETAIL
                       EVALUATE SPN-STATUS
                         WHEN "R"
                           STRING "Held for unknown shop "
                                  S-ID OF SPN-DATA
                                  " - released " SPN-RELEASE-DATE
                                  DELIMITED BY SIZE INTO EVW-DETAIL
                         WHEN "C"
                           STRING "Held for unknown shop "
                                  S-ID OF SPN-DATA
                                  " - cancelled " SPN-RELEASE-DATE
                                  DELIMITED BY SIZE INTO EVW-DETAIL
                           MOVE "Y" TO RQ-CANCELLED (REQ-IDX)
                         WHEN OTHER
                           STRING "Held for unknown shop "
                                  S-ID OF SPN-DATA
                                  " - still held"
                                  DELIMITED BY SIZE INTO EVW-DETAIL
                           MOVE "Y" TO RQ-HELD (REQ-IDX)
                       END-EVALUATE
                       PERFORM ADD-TRACE-EVENT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-SUSPENSE-E.
         EXIT.
      *********************************
      * Scan Suspicious Register
      * Open flags only - a disposed flag leaves the register.
       SCAN-SUSP-REGISTER SECTION.
       SCAN-SUSP-REGISTER-S.
           MOVE "SUSPICIOUS REGISTER" TO EVW-SOURCE.
           OPEN INPUT SUSP-REGISTER-FILE.
           IF SUSP-REGISTER-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE SUSP-REGISTER-FILE
               GO TO SCAN-SUSP-REGISTER-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "O" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SUSP-REGISTER-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE SRG-ORDER-ID TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE SRG-FLAG-DATE TO EVW-DATE
                       IF SRG-STATUS = "E"
                           MOVE "escalated" TO WS-ACTION-TXT
                       ELSE
                           MOVE "open" TO WS-ACTION-TXT
                       END-IF
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Flagged - " FUNCTION TRIM(SRG-REASON)
                              " - " FUNCTION TRIM(WS-ACTION-TXT)
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSP-REGISTER-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-SUSP-REGISTER-E.
         EXIT.
      *********************************
      * Scan Suspicious Dispositions
       SCAN-SUSP-DISPOSITIONS SECTION.
       SCAN-SUSP-DISPOSITIONS-S.
           MOVE "SUSPICIOUS DISPOSITION" TO EVW-SOURCE.
           OPEN INPUT SUSP-DISP-FILE.
           IF SUSP-DISP-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE SUSP-DISP-FILE
               GO TO SCAN-SUSP-DISPOSITIONS-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "O" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SUSP-DISP-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE SDX-ORDER-ID TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE 0 TO EVW-DATE
                       EVALUATE SDX-ACTION
                         WHEN "C"
                           MOVE "cleared" TO WS-ACTION-TXT
                         WHEN "F"
                           MOVE "confirmed" TO WS-ACTION-TXT
                         WHEN "E"
                           MOVE "escalated" TO WS-ACTION-TXT
                         WHEN OTHER
                           MOVE SDX-ACTION TO WS-ACTION-TXT
                       END-EVALUATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Flag " FUNCTION TRIM(WS-ACTION-TXT)
                              " by " SDX-USERID " - "
                              FUNCTION TRIM(SDX-REASON)
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSP-DISP-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-SUSP-DISPOSITIONS-E.
         EXIT.
      *********************************
      * Scan Seen Orders
      * BATCH002's register holds every order accumulated and not
      * since cancelled. One keyed read per order asked about.
       SCAN-SEEN-ORDERS SECTION.
       SCAN-SEEN-ORDERS-S.
           MOVE "SEEN ORDERS BATCH002" TO EVW-SOURCE.
           OPEN INPUT SEEN-ORDER-FILE.
           IF SEEN-ORDER-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE SEEN-ORDER-FILE
               GO TO SCAN-SEEN-ORDERS-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "Y" TO SEEN-REG-READ-FLAG.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-TABLE-COUNT
               IF RQ-TYPE (REQ-IDX) = "O"
                   MOVE RQ-KEY (REQ-IDX) TO SOR-ORDER-ID
                   READ SEEN-ORDER-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE SOR-DATE TO EVW-DATE
                       MOVE SOR-QTY TO WS-QTY-OUT
                       MOVE SOR-PRICE TO WS-PRICE-OUT
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Accumulated - qty "
                              FUNCTION TRIM(WS-QTY-OUT)
                              " amount " FUNCTION TRIM(WS-PRICE-OUT)
                              " item " SOR-ITEM-CODE
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       MOVE "Y" TO RQ-ACCUM (REQ-IDX)
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE SEEN-ORDER-FILE.
       SCAN-SEEN-ORDERS-E.
         EXIT.
      *********************************
      * Scan JSON Seen Orders
       SCAN-JSON-SEEN-ORDERS SECTION.
       SCAN-JSON-SEEN-ORDERS-S.
           MOVE "SEEN ORDERS BATCH003" TO EVW-SOURCE.
           OPEN INPUT JSON-SEEN-ORDER-FILE.
           IF JSON-SEEN-ORDER-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE JSON-SEEN-ORDER-FILE
               GO TO SCAN-JSON-SEEN-ORDERS-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-TABLE-COUNT
               IF RQ-TYPE (REQ-IDX) = "O"
                   MOVE RQ-KEY (REQ-IDX) TO JSO-ORDER-ID
                   READ JSON-SEEN-ORDER-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE JSO-DATE TO EVW-DATE
                       MOVE "Emitted to ELK as a new order"
                         TO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       MOVE "Y" TO RQ-JSON-SEEN (REQ-IDX)
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE JSON-SEEN-ORDER-FILE.
       SCAN-JSON-SEEN-ORDERS-E.
         EXIT.
      *********************************
      * Scan JSON Documents
      * BATCH003's output for the last run. Documents start
      * {"order_id":"<id>","transaction_type":"<t>","status":"<s>",
      * "order_date":"<date>" - split at those keys.
       SCAN-JSON-DOCUMENTS SECTION.
       SCAN-JSON-DOCUMENTS-S.
           MOVE "JSON DOCUMENTS" TO EVW-SOURCE.
           OPEN INPUT JSON-FILE.
           IF JSON-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE JSON-FILE
               GO TO SCAN-JSON-DOCUMENTS-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "O" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ JSON-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE SPACE TO JP-HEAD JP-ORDER-ID JP-TYPE
                                 JP-STATUS JP-REST
                   UNSTRING JSON-IN-REC
                            DELIMITED BY '{"order_id":"'
                                      OR '","transaction_type":"'
                                      OR '","status":"'
                                      OR '","order_date":"'
                            INTO JP-HEAD JP-ORDER-ID JP-TYPE
                                 JP-STATUS JP-REST
                   MOVE JP-ORDER-ID TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE JP-REST (1:10) TO ORDER-DATE-WORK
                       PERFORM CONVERT-ORDER-DATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "JSON document - status "
                              FUNCTION TRIM(JP-STATUS)
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       IF JP-TYPE = "C"
                           MOVE "Y" TO RQ-CANCELLED (REQ-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE JSON-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-JSON-DOCUMENTS-E.
         EXIT.
      *********************************
      * Scan Order Recycle
      * BATCH004's recycle file - exceptions that failed repair and
      * come round again on the next run.
       SCAN-ORDER-RECYCLE SECTION.
       SCAN-ORDER-RECYCLE-S.
           MOVE "ORDER RECYCLE" TO EVW-SOURCE.
           OPEN INPUT ORDER-RECYCLE-FILE.
           IF ORDER-RECYCLE-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE ORDER-RECYCLE-FILE
               GO TO SCAN-ORDER-RECYCLE-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "O" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ ORDER-RECYCLE-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE ORDER-ID OF ORCY-DATA TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE ORDER-DATE OF ORCY-DATA TO ORDER-DATE-WORK
                       PERFORM CONVERT-ORDER-DATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Repair failed - "
                              FUNCTION TRIM(ORCY-REASON)
                              " attempts " ORCY-ATTEMPTS
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       MOVE "Y" TO RQ-REJECTED (REQ-IDX)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-RECYCLE-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-ORDER-RECYCLE-E.
         EXIT.
      *********************************
      * Scan Resubmission Tracking
      * Open entries only - BATCH010 drops an entry once the repair
      * has come through the next night's run.
       SCAN-RESUB-TRACKING SECTION.
       SCAN-RESUB-TRACKING-S.
           MOVE "RESUBMISSION TRACKING" TO EVW-SOURCE.
           OPEN INPUT RESUB-TRACK-FILE.
           IF RESUB-TRACK-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE RESUB-TRACK-FILE
               GO TO SCAN-RESUB-TRACKING-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ RESUB-TRACK-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE RTK-TYPE TO REQ-SRCH-TYPE
                   MOVE RTK-KEY TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE RTK-REPAIR-DATE TO EVW-DATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Repaired and resubmitted - from "
                              RTK-ORIGIN " rejects"
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       MOVE "Y" TO RQ-TRACKED (REQ-IDX)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE RESUB-TRACK-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-RESUB-TRACKING-E.
         EXIT.
      *********************************
      * Scan Location Output
       SCAN-LOC-OUTPUT SECTION.
       SCAN-LOC-OUTPUT-S.
           MOVE "BATCH001 OUTPUT" TO EVW-SOURCE.
           OPEN INPUT LOC-OUT-FILE.
           IF LOC-OUT-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE LOC-OUT-FILE
               GO TO SCAN-LOC-OUTPUT-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "L" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ LOC-OUT-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   IF LOC-SITE-CODE OF LOV-DATA IS NUMERIC
                       MOVE LOC-SITE-CODE OF LOV-DATA TO REQ-SRCH-KEY
                       PERFORM FIND-TRACE-REQUEST
                       IF REQ-FOUND-FLAG = "Y"
                           MOVE 0 TO EVW-DATE
                           MOVE SPACE TO EVW-DETAIL
                           STRING "Enriched - region "
                                  LOC-REGION-CODE OF LOV-DATA
                                  " district " LOV-DISTRICT-CODE
                                  " zip " LOC-ZIP-CODE OF LOV-DATA
                                  " "
                                  FUNCTION TRIM(LOC-NAME OF LOV-DATA)
                                  DELIMITED BY SIZE INTO EVW-DETAIL
                           PERFORM ADD-TRACE-EVENT
                           MOVE "Y" TO RQ-ENRICHED (REQ-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE LOC-OUT-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-LOC-OUTPUT-E.
         EXIT.
      *********************************
      * Scan Location Rejects
       SCAN-LOC-REJECTS SECTION.
       SCAN-LOC-REJECTS-S.
           MOVE "BATCH001 REJECTS" TO EVW-SOURCE.
           OPEN INPUT LOC-REJECT-FILE.
           IF LOC-REJECT-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE LOC-REJECT-FILE
               GO TO SCAN-LOC-REJECTS-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "L" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ LOC-REJECT-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE LOC-SITE-CODE OF LRJ-DATA TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE 0 TO EVW-DATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Rejected - "
                              FUNCTION TRIM(LRJ-REASON)
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       MOVE "Y" TO RQ-REJECTED (REQ-IDX)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE LOC-REJECT-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-LOC-REJECTS-E.
         EXIT.
      *********************************
      * Scan Location Recycle
       SCAN-LOC-RECYCLE SECTION.
       SCAN-LOC-RECYCLE-S.
           MOVE "LOCATION RECYCLE" TO EVW-SOURCE.
           OPEN INPUT LOC-RECYCLE-FILE.
           IF LOC-RECYCLE-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE LOC-RECYCLE-FILE
               GO TO SCAN-LOC-RECYCLE-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "L" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ LOC-RECYCLE-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE LOC-SITE-CODE OF LRC-DATA TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE 0 TO EVW-DATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Repair failed - "
                              FUNCTION TRIM(LRC-REASON)
                              " attempts " LRC-ATTEMPTS
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                       MOVE "Y" TO RQ-REJECTED (REQ-IDX)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE LOC-RECYCLE-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-LOC-RECYCLE-E.
         EXIT.
      *********************************
      * Scan Maintenance Audit
       SCAN-MAINT-AUDIT SECTION.
       SCAN-MAINT-AUDIT-S.
           MOVE "LOCATION MASTER AUDIT" TO EVW-SOURCE.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAINT-AUDIT-FILE-STATUS NOT = "00"
               MOVE EVW-SOURCE TO MISSING-SOURCE
               PERFORM NOTE-MISSING-SOURCE
               CLOSE MAINT-AUDIT-FILE
               GO TO SCAN-MAINT-AUDIT-E
           END-IF.
           ADD 1 TO SOURCE-READ-COUNT.
           MOVE "L" TO REQ-SRCH-TYPE.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ MAINT-AUDIT-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   MOVE MAU-SITE TO REQ-SRCH-KEY
                   PERFORM FIND-TRACE-REQUEST
                   IF REQ-FOUND-FLAG = "Y"
                       MOVE MAU-DATE TO ORDER-DATE-WORK
                       PERFORM CONVERT-ORDER-DATE
                       EVALUATE MAU-ACTION
                         WHEN "A"
                           MOVE "added" TO WS-ACTION-TXT
                         WHEN "U"
                           MOVE "updated" TO WS-ACTION-TXT
                         WHEN "D"
                           MOVE "deleted" TO WS-ACTION-TXT
                         WHEN OTHER
                           MOVE MAU-ACTION TO WS-ACTION-TXT
                       END-EVALUATE
                       MOVE SPACE TO EVW-DETAIL
                       STRING "Master " FUNCTION TRIM(WS-ACTION-TXT)
                              " by " FUNCTION TRIM(MAU-USERID)
                              " " MAU-IMAGES
                              DELIMITED BY SIZE INTO EVW-DETAIL
                       PERFORM ADD-TRACE-EVENT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT-FILE.
           MOVE SPACE TO FLG-EOF.
       SCAN-MAINT-AUDIT-E.
         EXIT.
      *********************************
      * Write Trace Report
      * Per request: the appearances in date order (undated ones
      * last), then the verdict.
       WRITE-TRACE-REPORT SECTION.
       WRITE-TRACE-REPORT-S.
           MOVE SPACE TO TRACE-REPORT-REC.
           STRING "ORDER / SITE TRACE INQUIRY - RUN DATE "
                  CURR-DATE-NUM
                  DELIMITED BY SIZE INTO TRACE-REPORT-REC.
           WRITE TRACE-REPORT-REC.
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                   UNTIL MISS-IDX > MISSING-TABLE-COUNT
               MOVE SPACE TO TRACE-REPORT-REC
               STRING "NOT SEARCHED (FILE NOT AVAILABLE): "
                      MS-SOURCE (MISS-IDX)
                      DELIMITED BY SIZE INTO TRACE-REPORT-REC
               WRITE TRACE-REPORT-REC
           END-PERFORM.
      *
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-TABLE-COUNT
               MOVE SPACE TO TRACE-REPORT-REC
               WRITE TRACE-REPORT-REC
               MOVE SPACE TO TRACE-REPORT-REC
               IF RQ-TYPE (REQ-IDX) = "O"
                   STRING "ORDER " RQ-KEY (REQ-IDX)
                          DELIMITED BY SIZE INTO TRACE-REPORT-REC
               ELSE
                   STRING "SITE  " RQ-KEY (REQ-IDX)
                          DELIMITED BY SIZE INTO TRACE-REPORT-REC
               END-IF
               WRITE TRACE-REPORT-REC
               PERFORM WRITE-REQUEST-EVENTS
               PERFORM DECIDE-VERDICT
               MOVE SPACE TO TRACE-REPORT-REC
               STRING "  VERDICT: " VERDICT-TEXT
                      DELIMITED BY SIZE INTO TRACE-REPORT-REC
               WRITE TRACE-REPORT-REC
           END-PERFORM.
      *
           MOVE SPACE TO TRACE-REPORT-REC.
           WRITE TRACE-REPORT-REC.
           MOVE SPACE TO TRACE-REPORT-REC.
           STRING "REQUESTS: " REQ-TABLE-COUNT
                  "  NEVER RECEIVED: " NEVER-COUNT
                  "  CARDS IGNORED: " REQ-BAD-COUNT
                  DELIMITED BY SIZE INTO TRACE-REPORT-REC.
           WRITE TRACE-REPORT-REC.
       WRITE-TRACE-REPORT-E.
         EXIT.
      *********************************
      * Write Request Events
      * Repeatedly picks the earliest unprinted appearance of the
      * request at REQ-IDX; ties keep the order the files were read.
       WRITE-REQUEST-EVENTS SECTION.
       WRITE-REQUEST-EVENTS-S.
           IF RQ-EVENT-COUNT (REQ-IDX) = 0
               GO TO WRITE-REQUEST-EVENTS-E
           END-IF.
           MOVE SPACE TO TRACE-REPORT-REC.
           STRING "  DATE      WHERE                   DETAIL"
                  DELIMITED BY SIZE INTO TRACE-REPORT-REC.
           WRITE TRACE-REPORT-REC.
           MOVE 1 TO EV-NEXT-IDX.
           PERFORM UNTIL EV-NEXT-IDX = 0
               MOVE 0 TO EV-NEXT-IDX
               MOVE 99999999 TO EV-NEXT-DATE
               PERFORM VARYING EV-IDX FROM 1 BY 1
                       UNTIL EV-IDX > EVENT-TABLE-COUNT
                   IF EV-REQ-IDX (EV-IDX) = REQ-IDX
                      AND EV-PRINTED (EV-IDX) = "N"
                      AND (EV-NEXT-IDX = 0
                           OR EV-SORT-DATE (EV-IDX) < EV-NEXT-DATE)
                       SET EV-NEXT-IDX TO EV-IDX
                       MOVE EV-SORT-DATE (EV-IDX) TO EV-NEXT-DATE
                   END-IF
               END-PERFORM
               IF EV-NEXT-IDX > 0
                   SET EV-IDX TO EV-NEXT-IDX
                   MOVE "Y" TO EV-PRINTED (EV-IDX)
                   MOVE SPACE TO TRACE-REPORT-REC
                   IF EV-DATE (EV-IDX) = 0
                       STRING "  current   " EV-SOURCE (EV-IDX)
                              "  " EV-DETAIL (EV-IDX)
                              DELIMITED BY SIZE INTO TRACE-REPORT-REC
                   ELSE
                       STRING "  " EV-DATE (EV-IDX) "  "
                              EV-SOURCE (EV-IDX)
                              "  " EV-DETAIL (EV-IDX)
                              DELIMITED BY SIZE INTO TRACE-REPORT-REC
                   END-IF
                   WRITE TRACE-REPORT-REC
               END-IF
           END-PERFORM.
       WRITE-REQUEST-EVENTS-E.
         EXIT.
      *********************************
      * Decide Verdict
      * From the furthest point the key reached: a cancellation that
      * went through outranks everything, then accumulation (orders)
      * or enrichment (sites), then a repair still on its way back,
      * then suspense, then an unrepaired reject, then an order
      * BATCH003 registered that BATCH002's register no longer has.
       DECIDE-VERDICT SECTION.
       DECIDE-VERDICT-S.
           IF RQ-EVENT-COUNT (REQ-IDX) = 0
               ADD 1 TO NEVER-COUNT
               MOVE "NEVER RECEIVED - on none of the files searched"
                 TO VERDICT-TEXT
               GO TO DECIDE-VERDICT-E
           END-IF.
           IF RQ-TYPE (REQ-IDX) = "L"
               EVALUATE TRUE
                 WHEN RQ-ENRICHED (REQ-IDX) = "Y"
                   MOVE "ENRICHED - on the BATCH001 output"
                     TO VERDICT-TEXT
                 WHEN RQ-TRACKED (REQ-IDX) = "Y"
                   MOVE "REPAIRED AND RESUBMITTED - due on next run"
                     TO VERDICT-TEXT
                 WHEN RQ-REJECTED (REQ-IDX) = "Y"
                   MOVE "REJECTED - AWAITING REPAIR" TO VERDICT-TEXT
                 WHEN OTHER
                   MOVE "NOT IN CURRENT EXTRACT - master audit only"
                     TO VERDICT-TEXT
               END-EVALUATE
               GO TO DECIDE-VERDICT-E
           END-IF.
           EVALUATE TRUE
             WHEN RQ-CANCELLED (REQ-IDX) = "Y"
              AND RQ-CANCEL-EXC (REQ-IDX) NOT = "Y"
              AND RQ-ACCUM (REQ-IDX) NOT = "Y"
               MOVE "CANCELLED" TO VERDICT-TEXT
             WHEN RQ-ACCUM (REQ-IDX) = "Y"
               MOVE "ACCUMULATED" TO VERDICT-TEXT
             WHEN RQ-TRACKED (REQ-IDX) = "Y"
               MOVE "REPAIRED AND RESUBMITTED - due on next run"
                 TO VERDICT-TEXT
             WHEN RQ-HELD (REQ-IDX) = "Y"
               MOVE "HELD IN SUSPENSE - shop not on the master yet"
                 TO VERDICT-TEXT
             WHEN RQ-REJECTED (REQ-IDX) = "Y"
               MOVE "REJECTED - AWAITING REPAIR" TO VERDICT-TEXT
      * BATCH003 took it and BATCH002's register has no entry, with
      * nothing on the exception, suspense or recycle files: it was
      * cancelled on an earlier night (that night's cancellation is
      * in neither the register nor tonight's documents) or rejected
      * into an exception file that has since been replaced.
             WHEN RQ-JSON-SEEN (REQ-IDX) = "Y"
              AND SEEN-REG-READ-FLAG = "Y"
              AND RQ-CANCEL-EXC (REQ-IDX) NOT = "Y"
               MOVE SPACE TO VERDICT-TEXT
               STRING "NOT ON BATCH002 REGISTER - cancelled on an "
                      "earlier night or rejected (exception file "
                      "since replaced)"
                      DELIMITED BY SIZE INTO VERDICT-TEXT
             WHEN OTHER
               MOVE "RECEIVED - NOT ACCUMULATED, see trace"
                 TO VERDICT-TEXT
           END-EVALUATE.
       DECIDE-VERDICT-E.
         EXIT.
      *********************************
      * File Open
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         OPEN OUTPUT TRACE-REPORT-FILE.
         OPEN OUTPUT LOG-FILE.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         CLOSE TRACE-REPORT-FILE.
       FILE-CLOSE-E.
         EXIT.
