         02 HIST-TOTAL-QTY   PIC 9(08).
         02 HIST-TOTAL-PRICE PIC 9(18).
         02 HIST-POST-DATE   PIC 9(08).
         02 HIST-TAX-JURIS   PIC X(06).
         02 HIST-TAX-AMOUNT  PIC 9(18).
       FD  TEMP-HISTORY-FILE LABEL RECORD OMITTED.
       01 TEMP-HISTORY-REC PIC X(80).
      * Monthly archive slice - the live record image plus the date
      * this job archived it. The archived date is what makes a
      * same-night rerun safe: records it already appended tonight
      * are dropped before appending again.
       FD  ARCHIVE-FILE LABEL RECORD OMITTED.
       01 ARCHIVE-REC.
         02 ARC-DATA     PIC X(80).
         02 ARC-RUN-DATE PIC 9(08).
       FD  TEMP-ARCHIVE-FILE LABEL RECORD OMITTED.
       01 TEMP-ARCHIVE-REC PIC X(88).
       FD  ROLLUP-REPORT-FILE LABEL RECORD OMITTED.
       01 ROLLUP-REPORT-REC PIC X(200).
       FD  LOG-FILE LABEL RECORD OMITTED.
