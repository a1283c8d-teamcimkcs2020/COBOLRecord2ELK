       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH019.
      *
      * End-of-chain cross-job balancing. Every program logs its own
      * MSGID005 control totals, but nothing checked that one job's
      * totals agree with the next job's - an order BATCH003 never
      * emitted, or a shop slice BATCH011 never turned into a
      * document, went unnoticed until someone compared a dashboard
      * with a report. This job runs as the last BATCH007 step, reads
      * the night's structured (JSON) log files and applies the
      * balancing rules on a rule-card file: each rule names the
      * control totals on its left and right side, and the two sums
      * must agree within the rule's tolerance. It writes a pass/fail
      * balancing report with the difference for every failed rule,
      * and ends with return code 16 when any rule fails, so the
      * chain status file shows the night as failed.
      *
      * Rule cards are fixed-column, one per line, in the BATCH007
      * run-control style:
      *   cols 1-8   keyword  LOG / RULE / LEFT / RIGHT / TOL / *
      *   LOG card:  cols 10-17 source name, cols 19+ the log file
      *   RULE card: cols 10-17 rule name, cols 19-78 description
      *   LEFT and RIGHT cards (terms of the current rule):
      *              col 10 sign (+ or -, blank is +), cols 12-19
      *              source name, cols 21-28 MSGID, cols 30-69 the
      *              label the value follows in the message text
      *              (the text before ": ", e.g. Orders read)
      *   TOL card:  cols 10-27 tolerance, a whole number (default 0)
      * LOG cards may appear anywhere; terms and TOL belong to the
      * RULE card before them. A term takes the last line in its log
      * with that MSGID and label, so a step rerun within the night
      * is balanced on its final totals.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BALANCE-RULE-FILE ASSIGN TO BALANCE-RULE-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BALANCE-RULE-FILE-STATUS.
         SELECT SOURCE-LOG-FILE ASSIGN TO SOURCE-LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS SOURCE-LOG-FILE-STATUS.
         SELECT BALANCE-REPORT-FILE
                        ASSIGN TO BALANCE-REPORT-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS BALANCE-REPORT-FILE-STATUS.
         SELECT LOG-FILE ASSIGN TO LOG-FILE-NAME
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS LOG-FILE-STATUS.
      *
       DATA DIVISION.
      ************************************
       FILE SECTION.
       FD  BALANCE-RULE-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
       01 BALANCE-RULE-REC.
         02 BRC-KEYWORD PIC X(08).
         02 FILLER      PIC X(01).
         02 BRC-REST    PIC X(291).
         02 BRC-NAME-FIELDS REDEFINES BRC-REST.
           03 BRC-NAME      PIC X(08).
           03 FILLER        PIC X(01).
           03 BRC-TEXT      PIC X(282).
         02 BRC-TERM-FIELDS REDEFINES BRC-REST.
           03 BRC-SIGN      PIC X(01).
           03 FILLER        PIC X(01).
           03 BRC-SOURCE    PIC X(08).
           03 FILLER        PIC X(01).
           03 BRC-MSGID     PIC X(08).
           03 FILLER        PIC X(01).
           03 BRC-LABEL     PIC X(40).
           03 FILLER        PIC X(231).
         02 BRC-TOL-FIELDS REDEFINES BRC-REST.
           03 BRC-TOL       PIC X(18).
           03 FILLER        PIC X(273).
      * Any program's structured log - the JSON line WRITE-LOG builds.
       FD  SOURCE-LOG-FILE LABEL RECORD OMITTED.
       01 SOURCE-LOG-REC PIC X(300).
       FD  BALANCE-REPORT-FILE LABEL RECORD OMITTED.
       01 BALANCE-REPORT-REC PIC X(200).
       FD  LOG-FILE LABEL RECORD OMITTED.
       01 LOG-OUT-REC PIC X(300).
      ************************************
       WORKING-STORAGE SECTION.
       01 FLG-EOF PIC X(01).
      *
       01 BALANCE-RULE-FILE-NAME     PIC X(255).
       01 SOURCE-LOG-FILE-NAME       PIC X(255).
       01 BALANCE-REPORT-FILE-NAME   PIC X(255).
       01 LOG-FILE-NAME              PIC X(255).
       01 BALANCE-RULE-FILE-STATUS   PIC X(02).
       01 SOURCE-LOG-FILE-STATUS     PIC X(02).
       01 BALANCE-REPORT-FILE-STATUS PIC X(02).
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
          03 AL-BATCHID PIC X(8) VALUE "BATCH019".
          03 FILLER     PIC X(1) VALUE " ".
          03 AL-MSGID   PIC X(8).
          03 FILLER     PIC X(2) VALUE ": ".
          03 AL-MSGTXT  PIC X(100).
      *
      * Structured (ELK-ready) log record built from APL-LOG
       01 LG-TIMESTAMP PIC X(22).
       01 LG-MSGTXT-TRIM PIC X(100).
      *
      * Run date for the report heading - defaults to today,
      * overridable with RUNDATE (YYYYMMDD) like the other reports.
       01 RUN-DATE-ENV  PIC X(8).
       01 CURR-DATE-NUM PIC 9(8).
      *
      * Log sources named on LOG cards.
       01 SRC-TABLE-COUNT PIC 9(4) VALUE 0.
       01 SRC-TABLE.
          02 SRC-ENTRY OCCURS 50 TIMES INDEXED BY SRC-IDX.
             03 SRC-NAME PIC X(08).
             03 SRC-PATH PIC X(255).
       01 SRC-FOUND-FLAG PIC X(01).
      *
      * Rules in card order, and their results.
       01 RULE-TABLE-COUNT PIC 9(4) VALUE 0.
       01 RULE-TABLE.
          02 RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-IDX.
             03 RL-NAME       PIC X(08).
             03 RL-DESC       PIC X(60).
             03 RL-TOL        PIC 9(18).
             03 RL-LEFT-COUNT  PIC 9(4).
             03 RL-RIGHT-COUNT PIC 9(4).
             03 RL-LEFT-SUM   PIC S9(18).
             03 RL-RIGHT-SUM  PIC S9(18).
             03 RL-DIFF       PIC S9(18).
             03 RL-MISSING    PIC 9(4).
             03 RL-RESULT     PIC X(04).
      *
      * Terms of all rules. TM-RULE-IDX is the owning rule's slot.
       01 TERM-TABLE-COUNT PIC 9(4) VALUE 0.
       01 TERM-TABLE.
          02 TERM-ENTRY OCCURS 1000 TIMES INDEXED BY TERM-IDX.
             03 TM-RULE-IDX PIC 9(4).
             03 TM-SIDE     PIC X(01).
             03 TM-SIGN     PIC X(01).
             03 TM-SOURCE   PIC X(08).
             03 TM-MSGID    PIC X(08).
             03 TM-LABEL    PIC X(40).
             03 TM-FOUND    PIC X(01).
             03 TM-VALUE    PIC 9(18).
             03 TM-STAMP    PIC X(19).
             03 TM-REASON   PIC X(20).
      *
      * One log line split at the msgid and msgtxt keys.
       01 LP-HEAD    PIC X(100).
       01 LP-MSGID   PIC X(08).
       01 LP-MSGTXT  PIC X(200).
       01 LP-STAMP   PIC X(19).
      *
      * Label search and digit collection for one term.
       01 SRCH-KEY    PIC X(42).
       01 SRCH-LEN    PIC 9(4).
       01 SRCH-POS    PIC 9(4).
       01 DIGIT-POS   PIC 9(4).
       01 DIGIT-COUNT PIC 9(4).
       01 VAL-DIGIT   PIC 9(1).
       01 VAL-WORK    PIC 9(18).
      *
       01 TOL-NUM     PIC X(18) JUSTIFIED RIGHT.
       01 ABS-DIFF    PIC 9(18).
       01 CURR-RULE-IDX PIC 9(4) VALUE 0.
      *
       01 BR-LINE     PIC X(200).
       01 BR-LEFT-OUT  PIC -Z(17)9.
       01 BR-RIGHT-OUT PIC -Z(17)9.
       01 BR-DIFF-OUT  PIC -Z(17)9.
       01 BR-VALUE-OUT PIC Z(17)9.
       01 BR-TOL-OUT   PIC Z(17)9.
       01 BR-SIGN     PIC X(01).
      *
       01 CARD-READ-COUNT PIC 9(8) VALUE 0.
       01 CARD-BAD-COUNT  PIC 9(8) VALUE 0.
       01 RULE-PASS-COUNT PIC 9(4) VALUE 0.
       01 RULE-FAIL-COUNT PIC 9(4) VALUE 0.
       01 TERM-MISS-COUNT PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
      ***********************************
      * Main
       PGM-MAIN SECTION.
       PGM-MAIN-S.
      * Initialize
           ACCEPT BALANCE-RULE-FILE-NAME
                  FROM ENVIRONMENT "BALANCERULEFILENAME".
           ACCEPT BALANCE-REPORT-FILE-NAME
                  FROM ENVIRONMENT "BALANCEREPORTFILENAME".
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
           PERFORM LOAD-BALANCE-RULES.
           PERFORM EVALUATE-RULE
                   VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-TABLE-COUNT.
           PERFORM WRITE-BALANCE-REPORT.
      * Finalize
           PERFORM FILE-CLOSE.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID002" TO AL-MSGID.
           MOVE "End Program" TO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID005" TO AL-MSGID.
           STRING "Cards read: " CARD-READ-COUNT
                  ", Cards ignored: " CARD-BAD-COUNT
                  ", Rules: " RULE-TABLE-COUNT
                  ", Passed: " RULE-PASS-COUNT
                  ", Failed: " RULE-FAIL-COUNT
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
      *
      * A deck with no usable RULE checked nothing - that is no
      * more a balanced night than a missing rule file is.
           IF RULE-TABLE-COUNT = 0
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID010" TO AL-MSGID
               MOVE "Balancing failed - no rules defined"
                 TO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RULE-FAIL-COUNT > 0
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID010" TO AL-MSGID
               STRING "Balancing failed - " RULE-FAIL-COUNT
                      " rules out of balance"
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
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
      * Load Balance Rules
      * Reads the rule cards into the source, rule and term tables.
      * A missing rule file is fatal - a night with no rules checked
      * must not read as balanced. Unrecognised cards, and terms or
      * TOL cards before the first RULE card, are logged and ignored
      * the way BATCH007 treats a stray card.
       LOAD-BALANCE-RULES SECTION.
       LOAD-BALANCE-RULES-S.
           OPEN INPUT BALANCE-RULE-FILE.
           IF BALANCE-RULE-FILE-STATUS NOT = "00"
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID006" TO AL-MSGID
               STRING "Balance rule file not found - status "
                      BALANCE-RULE-FILE-STATUS
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
               PERFORM FILE-CLOSE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ BALANCE-RULE-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   ADD 1 TO CARD-READ-COUNT
                   PERFORM PROCESS-RULE-CARD
               END-READ
           END-PERFORM.
           CLOSE BALANCE-RULE-FILE.
           MOVE SPACE TO FLG-EOF.
       LOAD-BALANCE-RULES-E.
         EXIT.
      *********************************
      * Process Rule Card
       PROCESS-RULE-CARD SECTION.
       PROCESS-RULE-CARD-S.
           EVALUATE TRUE
             WHEN BRC-KEYWORD (1:1) = "*"
              OR BALANCE-RULE-REC = SPACE
               CONTINUE
             WHEN BRC-KEYWORD = "LOG"
               IF SRC-TABLE-COUNT >= 50
                   PERFORM RULE-TABLE-FULL
               END-IF
               ADD 1 TO SRC-TABLE-COUNT
               MOVE BRC-NAME TO SRC-NAME (SRC-TABLE-COUNT)
               MOVE BRC-TEXT TO SRC-PATH (SRC-TABLE-COUNT)
             WHEN BRC-KEYWORD = "RULE"
               IF RULE-TABLE-COUNT >= 100
                   PERFORM RULE-TABLE-FULL
               END-IF
               ADD 1 TO RULE-TABLE-COUNT
               MOVE RULE-TABLE-COUNT TO CURR-RULE-IDX
               MOVE BRC-NAME TO RL-NAME (CURR-RULE-IDX)
               MOVE BRC-TEXT TO RL-DESC (CURR-RULE-IDX)
               MOVE 0 TO RL-TOL (CURR-RULE-IDX)
               MOVE 0 TO RL-LEFT-COUNT (CURR-RULE-IDX)
               MOVE 0 TO RL-RIGHT-COUNT (CURR-RULE-IDX)
               MOVE 0 TO RL-LEFT-SUM (CURR-RULE-IDX)
               MOVE 0 TO RL-RIGHT-SUM (CURR-RULE-IDX)
               MOVE 0 TO RL-DIFF (CURR-RULE-IDX)
               MOVE 0 TO RL-MISSING (CURR-RULE-IDX)
               MOVE SPACE TO RL-RESULT (CURR-RULE-IDX)
             WHEN (BRC-KEYWORD = "LEFT" OR BRC-KEYWORD = "RIGHT")
              AND CURR-RULE-IDX > 0
              AND (BRC-SIGN = "+" OR BRC-SIGN = "-"
                   OR BRC-SIGN = SPACE)
              AND BRC-SOURCE NOT = SPACE
              AND BRC-MSGID NOT = SPACE
              AND BRC-LABEL NOT = SPACE
               IF TERM-TABLE-COUNT >= 1000
                   PERFORM RULE-TABLE-FULL
               END-IF
               ADD 1 TO TERM-TABLE-COUNT
               MOVE CURR-RULE-IDX TO TM-RULE-IDX (TERM-TABLE-COUNT)
               IF BRC-KEYWORD = "LEFT"
                   MOVE "L" TO TM-SIDE (TERM-TABLE-COUNT)
                   ADD 1 TO RL-LEFT-COUNT (CURR-RULE-IDX)
               ELSE
                   MOVE "R" TO TM-SIDE (TERM-TABLE-COUNT)
                   ADD 1 TO RL-RIGHT-COUNT (CURR-RULE-IDX)
               END-IF
               IF BRC-SIGN = "-"
                   MOVE "-" TO TM-SIGN (TERM-TABLE-COUNT)
               ELSE
                   MOVE "+" TO TM-SIGN (TERM-TABLE-COUNT)
               END-IF
               MOVE BRC-SOURCE TO TM-SOURCE (TERM-TABLE-COUNT)
               MOVE BRC-MSGID TO TM-MSGID (TERM-TABLE-COUNT)
               MOVE BRC-LABEL TO TM-LABEL (TERM-TABLE-COUNT)
               MOVE "N" TO TM-FOUND (TERM-TABLE-COUNT)
               MOVE 0 TO TM-VALUE (TERM-TABLE-COUNT)
               MOVE SPACE TO TM-STAMP (TERM-TABLE-COUNT)
               MOVE SPACE TO TM-REASON (TERM-TABLE-COUNT)
             WHEN BRC-KEYWORD = "TOL"
              AND CURR-RULE-IDX > 0
               MOVE FUNCTION TRIM(BRC-TOL) TO TOL-NUM
               INSPECT TOL-NUM REPLACING LEADING " " BY "0"
               IF TOL-NUM IS NUMERIC
                   MOVE TOL-NUM TO RL-TOL (CURR-RULE-IDX)
               ELSE
                   PERFORM IGNORE-RULE-CARD
               END-IF
             WHEN OTHER
               PERFORM IGNORE-RULE-CARD
           END-EVALUATE.
       PROCESS-RULE-CARD-E.
         EXIT.
      *********************************
      * Ignore Rule Card
       IGNORE-RULE-CARD SECTION.
       IGNORE-RULE-CARD-S.
           ADD 1 TO CARD-BAD-COUNT.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID007" TO AL-MSGID.
           STRING "Rule card " CARD-READ-COUNT " ignored - "
                  BALANCE-RULE-REC (1:60)
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
       IGNORE-RULE-CARD-E.
         EXIT.
      *********************************
      * Rule Table Full
       RULE-TABLE-FULL SECTION.
       RULE-TABLE-FULL-S.
           MOVE SPACE TO AL-MSGTXT.
           MOVE "MSGID008" TO AL-MSGID.
           STRING "Balance rule table full at card " CARD-READ-COUNT
                  " - abort"
                  DELIMITED BY SIZE INTO AL-MSGTXT.
           PERFORM WRITE-LOG.
           CLOSE BALANCE-RULE-FILE.
           PERFORM FILE-CLOSE.
           CLOSE LOG-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       RULE-TABLE-FULL-E.
         EXIT.
      *********************************
      * Evaluate Rule
      * Fetches every term of the rule at RULE-IDX and compares the
      * signed sums. A rule fails when a term's value cannot be found
      * (a step that did not run or did not log it balances nothing),
      * when a side has no terms, or when the sides differ by more
      * than the tolerance.
       EVALUATE-RULE SECTION.
       EVALUATE-RULE-S.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX > TERM-TABLE-COUNT
               IF TM-RULE-IDX (TERM-IDX) = RULE-IDX
                   PERFORM FETCH-TERM-VALUE
                   IF TM-FOUND (TERM-IDX) NOT = "Y"
                       ADD 1 TO RL-MISSING (RULE-IDX)
                       ADD 1 TO TERM-MISS-COUNT
                   END-IF
                   IF TM-SIDE (TERM-IDX) = "L"
                       IF TM-SIGN (TERM-IDX) = "-"
                           SUBTRACT TM-VALUE (TERM-IDX)
                             FROM RL-LEFT-SUM (RULE-IDX)
                       ELSE
                           ADD TM-VALUE (TERM-IDX)
                             TO RL-LEFT-SUM (RULE-IDX)
                       END-IF
                   ELSE
                       IF TM-SIGN (TERM-IDX) = "-"
                           SUBTRACT TM-VALUE (TERM-IDX)
                             FROM RL-RIGHT-SUM (RULE-IDX)
                       ELSE
                           ADD TM-VALUE (TERM-IDX)
                             TO RL-RIGHT-SUM (RULE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
           COMPUTE RL-DIFF (RULE-IDX) =
               RL-LEFT-SUM (RULE-IDX) - RL-RIGHT-SUM (RULE-IDX).
           IF RL-DIFF (RULE-IDX) < 0
               COMPUTE ABS-DIFF = 0 - RL-DIFF (RULE-IDX)
           ELSE
               MOVE RL-DIFF (RULE-IDX) TO ABS-DIFF
           END-IF.
           IF RL-MISSING (RULE-IDX) > 0
              OR RL-LEFT-COUNT (RULE-IDX) = 0
              OR RL-RIGHT-COUNT (RULE-IDX) = 0
              OR ABS-DIFF > RL-TOL (RULE-IDX)
               MOVE "FAIL" TO RL-RESULT (RULE-IDX)
               ADD 1 TO RULE-FAIL-COUNT
               MOVE SPACE TO AL-MSGTXT
               MOVE "MSGID009" TO AL-MSGID
               MOVE RL-DIFF (RULE-IDX) TO BR-DIFF-OUT
               STRING "Rule " RL-NAME (RULE-IDX)
                      " out of balance - difference "
                      FUNCTION TRIM(BR-DIFF-OUT)
                      ", missing values " RL-MISSING (RULE-IDX)
                      DELIMITED BY SIZE INTO AL-MSGTXT
               PERFORM WRITE-LOG
           ELSE
               MOVE "PASS" TO RL-RESULT (RULE-IDX)
               ADD 1 TO RULE-PASS-COUNT
           END-IF.
       EVALUATE-RULE-E.
         EXIT.
      *********************************
      * Fetch Term Value
      * Reads the term's source log for lines carrying its MSGID and
      * takes the digits after "label: " in the message text. The
      * label must start the text or follow a space, so "Orders"
      * does not match inside "BadOrders". The last matching line in
      * the log wins.
       FETCH-TERM-VALUE SECTION.
       FETCH-TERM-VALUE-S.
           MOVE "N" TO SRC-FOUND-FLAG.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-TABLE-COUNT
               IF SRC-NAME (SRC-IDX) = TM-SOURCE (TERM-IDX)
                   MOVE "Y" TO SRC-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SRC-FOUND-FLAG NOT = "Y"
               MOVE "no LOG card" TO TM-REASON (TERM-IDX)
               GO TO FETCH-TERM-VALUE-E
           END-IF.
      *
           MOVE SRC-PATH (SRC-IDX) TO SOURCE-LOG-FILE-NAME.
           OPEN INPUT SOURCE-LOG-FILE.
           IF SOURCE-LOG-FILE-STATUS NOT = "00"
               MOVE "log not found" TO TM-REASON (TERM-IDX)
               CLOSE SOURCE-LOG-FILE
               GO TO FETCH-TERM-VALUE-E
           END-IF.
      *
           MOVE SPACE TO SRCH-KEY.
           STRING FUNCTION TRIM(TM-LABEL (TERM-IDX)) ": "
                  DELIMITED BY SIZE INTO SRCH-KEY.
           COMPUTE SRCH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(TM-LABEL (TERM-IDX))) + 2.
           MOVE "value not logged" TO TM-REASON (TERM-IDX).
           MOVE SPACE TO FLG-EOF.
           PERFORM UNTIL FLG-EOF = "1"
               READ SOURCE-LOG-FILE
                 AT END
                   MOVE "1" TO FLG-EOF
                 NOT AT END
                   PERFORM MATCH-LOG-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-LOG-FILE.
           MOVE SPACE TO FLG-EOF.
           IF TM-FOUND (TERM-IDX) = "Y"
               MOVE SPACE TO TM-REASON (TERM-IDX)
           END-IF.
       FETCH-TERM-VALUE-E.
         EXIT.
      *********************************
      * Match Log Line
      * One structured log line against the current term.
       MATCH-LOG-LINE SECTION.
       MATCH-LOG-LINE-S.
           MOVE SPACE TO LP-HEAD LP-MSGID LP-MSGTXT.
           UNSTRING SOURCE-LOG-REC
                    DELIMITED BY '"msgid":"' OR '","msgtxt":"'
                    INTO LP-HEAD LP-MSGID LP-MSGTXT.
           IF LP-MSGID NOT = TM-MSGID (TERM-IDX)
               GO TO MATCH-LOG-LINE-E
           END-IF.
           MOVE LP-HEAD (15:19) TO LP-STAMP.
      *
           MOVE 0 TO SRCH-POS.
           INSPECT LP-MSGTXT TALLYING SRCH-POS
                   FOR CHARACTERS BEFORE INITIAL SRCH-KEY (1:SRCH-LEN).
           IF SRCH-POS >= 200
               GO TO MATCH-LOG-LINE-E
           END-IF.
           IF SRCH-POS > 0
               IF LP-MSGTXT (SRCH-POS:1) NOT = SPACE
                   GO TO MATCH-LOG-LINE-E
               END-IF
           END-IF.
      *
           COMPUTE DIGIT-POS = SRCH-POS + SRCH-LEN + 1.
           MOVE 0 TO DIGIT-COUNT.
           MOVE 0 TO VAL-WORK.
           PERFORM UNTIL DIGIT-POS > 200
                      OR DIGIT-COUNT >= 18
                      OR LP-MSGTXT (DIGIT-POS:1) IS NOT NUMERIC
               MOVE LP-MSGTXT (DIGIT-POS:1) TO VAL-DIGIT
               COMPUTE VAL-WORK = VAL-WORK * 10 + VAL-DIGIT
               ADD 1 TO DIGIT-COUNT
               ADD 1 TO DIGIT-POS
           END-PERFORM.
           IF DIGIT-COUNT > 0
               MOVE "Y" TO TM-FOUND (TERM-IDX)
               MOVE VAL-WORK TO TM-VALUE (TERM-IDX)
               MOVE LP-STAMP TO TM-STAMP (TERM-IDX)
           END-IF.
       MATCH-LOG-LINE-E.
         EXIT.
      *********************************
      * Write Balance Report
      * One line per rule; a failed rule is followed by its terms,
      * each with the value taken and the log line it came from, or
      * why no value was found.
       WRITE-BALANCE-REPORT SECTION.
       WRITE-BALANCE-REPORT-S.
           MOVE SPACE TO BALANCE-REPORT-REC.
           STRING "CROSS-JOB BALANCING REPORT - RUN DATE "
                  CURR-DATE-NUM
                  DELIMITED BY SIZE INTO BALANCE-REPORT-REC.
           WRITE BALANCE-REPORT-REC.
           MOVE SPACE TO BALANCE-REPORT-REC.
           WRITE BALANCE-REPORT-REC.
           MOVE SPACE TO BALANCE-REPORT-REC.
           STRING "RULE     RESULT  "
                  "              LEFT "
                  "              RIGHT "
                  "         DIFFERENCE  DESCRIPTION"
                  DELIMITED BY SIZE INTO BALANCE-REPORT-REC.
           WRITE BALANCE-REPORT-REC.
      *
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-TABLE-COUNT
               MOVE RL-LEFT-SUM (RULE-IDX) TO BR-LEFT-OUT
               MOVE RL-RIGHT-SUM (RULE-IDX) TO BR-RIGHT-OUT
               MOVE RL-DIFF (RULE-IDX) TO BR-DIFF-OUT
               MOVE SPACE TO BALANCE-REPORT-REC
               STRING RL-NAME (RULE-IDX) " "
                      RL-RESULT (RULE-IDX) "    "
                      BR-LEFT-OUT " " BR-RIGHT-OUT " " BR-DIFF-OUT
                      "  " RL-DESC (RULE-IDX)
                      DELIMITED BY SIZE INTO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
               IF RL-RESULT (RULE-IDX) = "FAIL"
                   PERFORM WRITE-FAILED-RULE-TERMS
               END-IF
           END-PERFORM.
      *
           MOVE SPACE TO BALANCE-REPORT-REC.
           WRITE BALANCE-REPORT-REC.
           MOVE SPACE TO BALANCE-REPORT-REC.
           STRING "RULES: " RULE-TABLE-COUNT
                  "  PASSED: " RULE-PASS-COUNT
                  "  FAILED: " RULE-FAIL-COUNT
                  "  CARDS IGNORED: " CARD-BAD-COUNT
                  DELIMITED BY SIZE INTO BALANCE-REPORT-REC.
           WRITE BALANCE-REPORT-REC.
           MOVE SPACE TO BALANCE-REPORT-REC.
           IF RULE-FAIL-COUNT > 0
               MOVE "BALANCING: FAILED" TO BALANCE-REPORT-REC
           ELSE
               IF RULE-TABLE-COUNT = 0
                   MOVE "BALANCING: FAILED - NO RULES DEFINED"
                     TO BALANCE-REPORT-REC
               ELSE
                   MOVE "BALANCING: PASSED" TO BALANCE-REPORT-REC
               END-IF
           END-IF.
           WRITE BALANCE-REPORT-REC.
       WRITE-BALANCE-REPORT-E.
         EXIT.
      *********************************
      * Write Failed Rule Terms
       WRITE-FAILED-RULE-TERMS SECTION.
       WRITE-FAILED-RULE-TERMS-S.
           IF RL-LEFT-COUNT (RULE-IDX) = 0
               MOVE SPACE TO BALANCE-REPORT-REC
               MOVE "         no LEFT terms on the rule"
                 TO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
           END-IF.
           IF RL-RIGHT-COUNT (RULE-IDX) = 0
               MOVE SPACE TO BALANCE-REPORT-REC
               MOVE "         no RIGHT terms on the rule"
                 TO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
           END-IF.
           PERFORM VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX > TERM-TABLE-COUNT
               IF TM-RULE-IDX (TERM-IDX) = RULE-IDX
                   MOVE SPACE TO BALANCE-REPORT-REC
                   IF TM-SIDE (TERM-IDX) = "L"
                       MOVE "LEFT " TO BR-LINE
                   ELSE
                       MOVE "RIGHT" TO BR-LINE
                   END-IF
                   IF TM-FOUND (TERM-IDX) = "Y"
                       MOVE TM-VALUE (TERM-IDX) TO BR-VALUE-OUT
                       STRING "         " BR-LINE (1:5) " "
                              TM-SIGN (TERM-IDX) " "
                              TM-SOURCE (TERM-IDX) " "
                              TM-MSGID (TERM-IDX) " "
                              TM-LABEL (TERM-IDX) " "
                              BR-VALUE-OUT "  logged "
                              TM-STAMP (TERM-IDX)
                              DELIMITED BY SIZE
                              INTO BALANCE-REPORT-REC
                   ELSE
                       STRING "         " BR-LINE (1:5) " "
                              TM-SIGN (TERM-IDX) " "
                              TM-SOURCE (TERM-IDX) " "
                              TM-MSGID (TERM-IDX) " "
                              TM-LABEL (TERM-IDX) " "
                              "MISSING - " TM-REASON (TERM-IDX)
                              DELIMITED BY SIZE
                              INTO BALANCE-REPORT-REC
                   END-IF
                   WRITE BALANCE-REPORT-REC
               END-IF
           END-PERFORM.
           IF RL-TOL (RULE-IDX) > 0
               MOVE RL-TOL (RULE-IDX) TO BR-TOL-OUT
               MOVE SPACE TO BALANCE-REPORT-REC
               STRING "         tolerance " FUNCTION TRIM(BR-TOL-OUT)
                      DELIMITED BY SIZE INTO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
           END-IF.
       WRITE-FAILED-RULE-TERMS-E.
         EXIT.
      *********************************
      * File Open
       FILE-OPEN SECTION.
       FILE-OPEN-S.
         OPEN OUTPUT BALANCE-REPORT-FILE.
         OPEN OUTPUT LOG-FILE.
       FILE-OPEN-E.
         EXIT.
      *********************************
      * File Close
       FILE-CLOSE  SECTION.
       FILE-CLOSE-S.
         CLOSE BALANCE-REPORT-FILE.
       FILE-CLOSE-E.
         EXIT.
