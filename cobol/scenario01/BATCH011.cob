         02 HIST-TOTAL-QTY   PIC 9(08).
         02 HIST-TOTAL-PRICE PIC 9(18).
         02 HIST-POST-DATE   PIC 9(08).
         02 HIST-TAX-JURIS   PIC X(06).
         02 HIST-TAX-AMOUNT  PIC 9(18).
      * One record per vendor per run, as BATCH002 writes them.
       FD  VENDOR-HISTORY-FILE LABEL RECORD STANDARD
                    BLOCK CONTAINS 0 RECORDS.
