         02 HIST-TOTAL-QTY   PIC 9(08).
         02 HIST-TOTAL-PRICE PIC 9(18).
         02 HIST-POST-DATE   PIC 9(08).
         02 HIST-TAX-JURIS   PIC X(06).
         02 HIST-TAX-AMOUNT  PIC 9(18).
       FD  VARIANCE-REPORT-FILE LABEL RECORD OMITTED.
       01 VARIANCE-REPORT-REC PIC X(200).
       FD  LOG-FILE LABEL RECORD OMITTED.
