      *          records from the master. The purge report shows
      *          counts by month. CALCINQ keeps working against the
      *          slimmed-down master for the retention window.
      *          Records go to history whole, audit chain check value
      *          included, and in key order, so CALCVRFY can verify a
      *          purged date's chain from its history file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 AM-CURRENCY PIC X(3).
           05 AM-ORIG-NUM1 PIC X(7).
           05 AM-ORIG-NUM2 PIC X(7).
      * Company, and the reversal cross-references: the entry this
      * one reverses, the entry that reversed this one, and the
      * reversal batch generated for it but not yet posted.
           05 AM-COMPANY-CODE PIC X(4).
           05 AM-REVERSES-DATE PIC X(8).
           05 AM-REVERSES-SEQ PIC X(6).
           05 AM-REVERSED-BY-DATE PIC X(8).
           05 AM-REVERSED-BY-SEQ PIC X(6).
           05 AM-REVERSAL-BATCH PIC X(8).
      * The formula code the entry was posted under, and the audit
      * chain check value it carried in its daily audit file, kept
      * as written so the chain can be re-verified.
           05 AM-FORMULA-CODE PIC X(4).
           05 AM-CHAIN-VALUE PIC X(10).
      * A history detail starts with the digits of its run date; the
      * control trailer starts with "T", which no detail can.
       FD  HISTORY-FILE.
           05 HD-ORIG-NUM1 PIC X(7).
           05 FILLER PIC X.
           05 HD-ORIG-NUM2 PIC X(7).
           05 FILLER PIC X.
           05 HD-COMPANY-CODE PIC X(4).
           05 FILLER PIC X.
           05 HD-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 HD-REVERSES-SEQ PIC X(6).
           05 FILLER PIC X.
           05 HD-REVERSED-BY-DATE PIC X(8).
           05 FILLER PIC X.
           05 HD-REVERSED-BY-SEQ PIC X(6).
           05 FILLER PIC X.
           05 HD-REVERSAL-BATCH PIC X(8).
           05 FILLER PIC X.
           05 HD-FORMULA-CODE PIC X(4).
           05 FILLER PIC X.
           05 HD-CHAIN-VALUE PIC X(10).
       01  HIST-TRAILER-RECORD.
           05 HT-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 HT-FROM-DATE PIC X(8).
           05 FILLER PIC X.
           05 HT-TO-DATE PIC X(8).
       01  HIST-RAW-RECORD PIC X(170).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           MOVE AM-CURRENCY TO HD-CURRENCY
           MOVE AM-ORIG-NUM1 TO HD-ORIG-NUM1
           MOVE AM-ORIG-NUM2 TO HD-ORIG-NUM2
           MOVE AM-COMPANY-CODE TO HD-COMPANY-CODE
           MOVE AM-REVERSES-DATE TO HD-REVERSES-DATE
           MOVE AM-REVERSES-SEQ TO HD-REVERSES-SEQ
           MOVE AM-REVERSED-BY-DATE TO HD-REVERSED-BY-DATE
           MOVE AM-REVERSED-BY-SEQ TO HD-REVERSED-BY-SEQ
           MOVE AM-REVERSAL-BATCH TO HD-REVERSAL-BATCH
           MOVE AM-FORMULA-CODE TO HD-FORMULA-CODE
           MOVE AM-CHAIN-VALUE TO HD-CHAIN-VALUE
           WRITE HIST-DETAIL-RECORD
           ADD 1 TO PRG-EXTRACT-COUNT
           ADD 1 TO PRG-YR-RECORDS(PRG-YR-COUNT)
