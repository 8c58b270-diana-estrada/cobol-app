           SELECT SUMMARY-FILE ASSIGN TO "CALCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLC-SUMMARY-STATUS.
           SELECT RESTART-FILE ASSIGN DYNAMIC CLC-RESTART-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLC-RESTART-STATUS.
           SELECT RESTART-COPY-FILE ASSIGN TO "CALCRST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLC-RESTART-COPY-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLC-CONTROL-STATUS.
           SELECT RATE-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLC-RATE-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "CALCBOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLC-OUTCOME-STATUS.
	   DATA DIVISION.
	   FILE SECTION.
       FD  TRANS-FILE.
           05 TR-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 TR-CURRENCY PIC X(03).
      * A reversing entry carries an R and the run date and sequence
      * of the posting it reverses; the cross-reference goes onto
      * its audit record.
           05 FILLER PIC X.
           05 TR-REVERSAL-FLAG PIC X.
           05 FILLER PIC X.
           05 TR-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 TR-REVERSES-SEQ PIC X(6).
      * Batch control records share the file; byte 1 is "H" or "T",
      * which can never be a detail operator. The header names the
      * sending department, the one its outcome is returned to.
       01  TRANS-HEADER-RECORD.
           05 TH-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 TH-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 TH-SENDER-ID PIC X(4).
       01  TRANS-TRAILER-RECORD.
           05 TT-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 AUD-ORIG-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 AUD-ORIG-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 AUD-COMPANY-CODE PIC X(4).
           05 FILLER PIC X.
           05 AUD-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 AUD-REVERSES-SEQ PIC X(6).
           05 FILLER PIC X.
           05 AUD-FORMULA-CODE PIC X(4).
      * Check value chained from the record before; see CALCCHN.
           05 FILLER PIC X.
           05 AUD-CHAIN-VALUE PIC 9(10).
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE PIC X(80).
      * A checkpoint is a set of records: a header with the run
      * position, one record per cost center, held reject and
      * company, and a trailer repeating the position and counting
      * the records before it. A set without its trailer was cut
      * short and is never restored from.
       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05 RST-TYPE PIC X.
               88 RST-HEADER VALUE "H".
               88 RST-COST-CENTER VALUE "C".
               88 RST-PENDING VALUE "P".
               88 RST-COMPANY VALUE "O".
               88 RST-TRAILER VALUE "E".
           05 FILLER PIC X.
           05 RST-DATA PIC X(78).
       01  RST-HEADER-RECORD.
           05 FILLER PIC X(2).
           05 RST-TOTAL PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RST-POSITION PIC 9(8).
           05 FILLER PIC X.
           05 RST-CC-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 RST-PEND-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 RST-CO-COUNT PIC 9(4).
       01  RST-CC-RECORD.
           05 FILLER PIC X(2).
           05 RST-CC-CODE PIC X(6).
           05 FILLER PIC X.
           05 RST-CC-TOTAL PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RST-CC-OP-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 RST-CC-COMPANY PIC X(4).
       01  RST-PEND-RECORD.
           05 FILLER PIC X(2).
           05 RST-PEND-REJECT PIC X(61).
           05 FILLER PIC X.
           05 RST-PEND-ORDINAL PIC 9(6).
           05 FILLER PIC X.
           05 RST-PEND-DETAIL PIC 9(6).
       01  RST-CO-RECORD.
           05 FILLER PIC X(2).
           05 RST-CO-CODE PIC X(4).
           05 FILLER PIC X.
           05 RST-CO-TOTAL PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RST-CO-OP-COUNT PIC 9(6).
       01  RST-TRAILER-RECORD.
           05 FILLER PIC X(2).
           05 RST-TRL-POSITION PIC 9(8).
           05 FILLER PIC X.
           05 RST-TRL-RECORDS PIC 9(6).
       FD  RESTART-COPY-FILE.
       01  RESTART-COPY-RECORD PIC X(80).
      * What became of each batch of a batch run, for the return
      * files sent back to the departments: a B record per batch
      * with its verdict and counts, then an R record per detail of
      * it that was rejected, with the reason and whether it went
      * to suspense (S) or could not be filed there (N).
       FD  OUTCOME-FILE.
       01  OUTCOME-BATCH-RECORD.
           05 OUT-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 OUT-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 OUT-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 OUT-SENDER-ID PIC X(4).
           05 FILLER PIC X.
           05 OUT-VERDICT PIC X.
           05 FILLER PIC X.
           05 OUT-DETAILS PIC 9(6).
           05 FILLER PIC X.
           05 OUT-EXP-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 OUT-HASH PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 OUT-EXP-HASH PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 OUT-POSTED PIC 9(6).
           05 FILLER PIC X.
           05 OUT-REJECTED PIC 9(6).
       01  OUTCOME-REJECT-RECORD.
           05 FILLER PIC X(25).
           05 OUT-DETAIL-NO PIC 9(6).
           05 FILLER PIC X.
           05 OUT-REASON PIC X(2).
           05 FILLER PIC X.
           05 OUT-SUSP-STATUS PIC X.
           05 FILLER PIC X.
           05 OUT-OPT PIC X.
           05 FILLER PIC X.
           05 OUT-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 OUT-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 OUT-COST-CENTER PIC X(06).
           05 FILLER PIC X.
           05 OUT-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 OUT-CURRENCY PIC X(03).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-OPCODE PIC X.
           05 FILLER PIC X.
           05 BAL-CLOSING-TOTAL PIC S9(6)V99 SIGN IS TRAILING
               SEPARATE.
           05 FILLER PIC X.
           05 BAL-COMPANY-CODE PIC X(4).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PRM-RUN-MODE PIC X.
           05 SUS-REJECT-DATE PIC X(8).
           05 FILLER PIC X.
           05 SUS-CURRENCY PIC X(3).
           05 FILLER PIC X.
           05 SUS-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 SUS-REVERSES-SEQ PIC X(6).
       FD  SUSPENSE-NEW-FILE.
       01  SUSPENSE-NEW-RECORD PIC X(61).
       FD  CC-MASTER-FILE.
       01  CC-MASTER-RECORD.
           05 CCM-CODE PIC X(6).
           05 CCM-ACTIVE-FLAG PIC X.
           05 FILLER PIC X.
           05 CCM-DEPT PIC X(4).
           05 FILLER PIC X.
           05 CCM-COMPANY PIC X(4).
       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05 GL-COMPANY-CODE PIC X(04).
               88 ENTRY-READY VALUE "Y".

           01 CLC-BATCH-ID PIC X(8) VALUE SPACES.
           01 CLC-BATCH-SENDER PIC X(4) VALUE SPACES.
           01 CLC-HEADER-SWITCH PIC X VALUE "N".
               88 HEADER-SEEN VALUE "Y".
           01 CLC-TRAILER-SWITCH PIC X VALUE "N".
               88 THIS-BATCH-OK VALUE "Y".
           01 CLC-BAT-POSTED-COUNT PIC 9(4) VALUE ZERO.
           01 CLC-BAT-WITHHELD-COUNT PIC 9(4) VALUE ZERO.
           01 CLC-GROUP-ORDINAL PIC 9(6) VALUE ZERO.
           01 CLC-GROUP-DETAIL PIC 9(6) VALUE ZERO.
           01 CLC-GROUP-OPEN-SWITCH PIC X VALUE "N".
               88 GROUP-OPEN VALUE "Y".
           01 CLC-GROUP-POST-SWITCH PIC X VALUE "N".
               88 GROUP-POSTABLE VALUE "Y".

      * One verdict per batch, driving both the posting pass and
      * the summary report. A batch past CLC-BSUM-LIMIT has no
      * verdict slot and is withheld.
           01 CLC-BSUM-COUNT PIC 9(5) VALUE ZERO.
           01 CLC-BSUM-SUB PIC 9(5) VALUE ZERO.
           01 CLC-BSUM-TABLE.
               05 CLC-BSUM-ENTRY OCCURS 5000 TIMES.
                   10 CLC-BSUM-ID PIC X(8).
                   10 CLC-BSUM-DETAILS PIC 9(6).
                   10 CLC-BSUM-EXP-COUNT PIC 9(6).
                   10 CLC-BSUM-VERDICT PIC X.
                       88 BSUM-POSTED VALUE "P".
                       88 BSUM-WITHHELD VALUE "W".
                   10 CLC-BSUM-SENDER PIC X(4).
                   10 CLC-BSUM-REJECTED PIC 9(6).

           01 CLC-AUDIT-STATUS PIC XX.
           01 CLC-AUDIT-SEQ PIC 9(6) VALUE ZERO.
               05 CLC-CD-DD PIC 9(2).
           01 CLC-CURRENT-DATE-X REDEFINES CLC-CURRENT-DATE PIC X(8).
           01 CLC-AUDIT-FILENAME PIC X(20).
      * The audit chain: the last check value written today, and the
      * image CALCCHN folds into it - run date, then the record up
      * to its own check value.
           01 CLC-AUDIT-CHAIN PIC 9(10) VALUE ZERO.
           01 CLC-CHAIN-IMAGE.
               05 CLC-CHAIN-DATE PIC X(8).
               05 CLC-CHAIN-RECORD PIC X(119).

           01 CLC-SUMMARY-STATUS PIC XX.
           01 CLC-OPENING-TOTAL PIC S9(6)V99.
           01 CLC-COUNT-EDIT PIC ZZZZZ9.

           01 CLC-RESTART-STATUS PIC XX.
           01 CLC-RESTART-COPY-STATUS PIC XX.
           01 CLC-RESTART-SWITCH PIC X VALUE "N".
               88 RESTART-FOUND VALUE "Y".
      * A checkpoint is written whole to CALCRSTW.DAT and only then
      * copied over CALCRST.DAT, so one of the two always holds a
      * complete set; a restart takes the later complete one.
           01 CLC-RESTART-FILENAME PIC X(12) VALUE "CALCRST.DAT".
           01 CLC-RST-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-RESTART VALUE "Y".
           01 CLC-RST-WRITE-SWITCH PIC X VALUE "Y".
               88 RESTART-WRITTEN VALUE "Y".
           01 CLC-RST-HEADER-SWITCH PIC X VALUE "N".
               88 RST-HEADER-SEEN VALUE "Y".
      * Set state: M missing or empty, C complete, T cut short or
      * not a checkpoint.
           01 CLC-RST-STATE PIC X.
               88 RST-SET-MISSING VALUE "M".
               88 RST-SET-COMPLETE VALUE "C".
           01 CLC-RST-MAIN-STATE PIC X.
               88 RST-MAIN-COMPLETE VALUE "C".
               88 RST-MAIN-CUT-SHORT VALUE "T".
           01 CLC-RST-RECORDS PIC 9(6) VALUE ZERO.
           01 CLC-RST-SET-POSITION PIC 9(8) VALUE ZERO.
           01 CLC-RST-MAIN-POSITION PIC 9(8) VALUE ZERO.
           01 CLC-TRANS-COUNT PIC 9(8) VALUE ZERO.
           01 CLC-SKIP-COUNT PIC 9(8) VALUE ZERO.
           01 CLC-RESUME-POSITION PIC 9(8) VALUE ZERO.
           01 CLC-GL-COMPANY-CODE PIC X(04) VALUE "0001".
           01 CLC-GL-COST-CENTER PIC X(06) VALUE "CALC01".

      * Each cost center belongs to a company on CCMAST.DAT, and each
      * company keeps its own running total, closing balance and GL
      * *TOTAL. "total" always holds the running total of the company
      * being posted (CLC-GL-COMPANY-CODE); it is saved back to the
      * table after every entry. A center with no company, or a run
      * without a master, belongs to the original company 0001.
           01 CLC-DEFAULT-COMPANY PIC X(04) VALUE "0001".
           01 CLC-CO-COUNT PIC 9(4) VALUE ZERO.
           01 CLC-CO-SUB PIC 9(4) VALUE ZERO.
           01 CLC-CO-TABLE.
               05 CLC-CO-ENTRY OCCURS 500 TIMES.
                   10 CLC-CO-CODE PIC X(4).
                   10 CLC-CO-OPENING PIC S9(6)V99.
                   10 CLC-CO-TOTAL PIC S9(6)V99.
                   10 CLC-CO-OP-COUNT PIC 9(6).
                   10 CLC-CO-BAL-SWITCH PIC X.
                       88 CO-BALANCE-READ VALUE "Y".
                   10 CLC-CO-BAL-DATE PIC X(8).
                   10 CLC-CO-GL-SWITCH PIC X.
                       88 CO-GL-TOTAL-SEEN VALUE "Y".
                   10 CLC-CO-GL-TOTAL PIC S9(9)V99.
                   10 CLC-CO-GL-DATE PIC X(8).
           01 CLC-CONSOL-TOTAL PIC S9(6)V99 VALUE ZERO.
           01 CLC-CO-TOTAL-EDIT PIC -(5)9.99.

           01 CLC-BALFILE-STATUS PIC XX.
           01 CLC-GL-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-GL-FEED VALUE "Y".
           01 CLC-BAL-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-BALANCE VALUE "Y".
           01 CLC-BAL-READ-COUNT PIC 9(4) VALUE ZERO.

           01 CLC-PARM-STATUS PIC XX.
           01 CLC-PARM-SWITCH PIC X VALUE "N".
           01 CLC-FORMULA-STATUS PIC XX.
           01 CLC-FRM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-FORMULAS VALUE "Y".
           01 CLC-FRM-COUNT PIC 9(5) VALUE ZERO.
           01 CLC-FRM-SUB PIC 9(5) VALUE ZERO.
           01 CLC-FRM-USE-SUB PIC 9(5) VALUE ZERO.
           01 CLC-FRM-TABLE.
               05 CLC-FRM-ENTRY OCCURS 1000 TIMES.
                   10 CLC-FRM-CODE PIC X(4).
                   10 CLC-FRM-DIVISOR PIC S9(4)V99.
                   10 CLC-FRM-OFFSET PIC S9(4)V99.
           01 CLC-CCM-STATUS PIC XX.
           01 CLC-CCM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-CC-MASTER VALUE "Y".
      * Held in code order, whatever the order of the file, so a
      * lookup is a binary search; a code on the file twice keeps
      * its last record, as the old front-to-back scan did.
           01 CLC-CCM-COUNT PIC 9(5) VALUE ZERO.
           01 CLC-CCM-SUB PIC 9(5) VALUE ZERO.
           01 CLC-CCM-MOVE-SUB PIC 9(5) VALUE ZERO.
           01 CLC-CCM-KEY PIC X(6).
           01 CLC-CCM-TABLE.
               05 CLC-CCM-ENTRY OCCURS 5000 TIMES.
                   10 CLC-CCM-CODE PIC X(6).
                   10 CLC-CCM-ACTIVE PIC X.
                   10 CLC-CCM-COMPANY PIC X(4).
           01 CLC-CCM-FOUND-SWITCH PIC X VALUE "N".
               88 CC-ON-MASTER VALUE "Y".
           01 CLC-CCM-ACTIVE-USE PIC X.
           01 CLC-CURRENCY PIC X(3) VALUE "USD".
           01 CLC-RTE-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-RATES VALUE "Y".
           01 CLC-RTE-COUNT PIC 9(5) VALUE ZERO.
           01 CLC-RTE-SUB PIC 9(5) VALUE ZERO.
           01 CLC-RTE-USE-SUB PIC 9(5) VALUE ZERO.
           01 CLC-RTE-TABLE.
               05 CLC-RTE-ENTRY OCCURS 1000 TIMES.
                   10 CLC-RTE-CURRENCY PIC X(3).
                   10 CLC-RTE-RATE PIC S9(3)V9(6).
                   10 CLC-RTE-EFF-DATE PIC X(8).
                   10 CLC-CUR-CONV-TOTAL PIC S9(9)V99.

           01 CLC-COST-CENTER PIC X(06) VALUE "CALC01".
      * Cost centers stay in order of first posting, which is the
      * order of the GL feed and the report; CLC-CCX-TABLE indexes
      * them in code order for a binary search.
           01 CLC-CC-COUNT PIC 9(5) VALUE ZERO.
           01 CLC-CC-SUB PIC 9(5) VALUE ZERO.
           01 CLC-CC-TABLE.
               05 CLC-CC-ENTRY OCCURS 5000 TIMES.
                   10 CLC-CC-CODE PIC X(6).
                   10 CLC-CC-TOTAL PIC S9(9)V99.
                   10 CLC-CC-OP-COUNT PIC 9(6).
                   10 CLC-CC-COMPANY PIC X(4).
           01 CLC-CCX-SUB PIC 9(5) VALUE ZERO.
           01 CLC-CCX-MOVE-SUB PIC 9(5) VALUE ZERO.
           01 CLC-CCX-KEY PIC X(6).
           01 CLC-CCX-FOUND-SWITCH PIC X VALUE "N".
               88 CC-INDEXED VALUE "Y".
           01 CLC-CCX-TABLE.
               05 CLC-CCX-ENTRY OCCURS 5000 TIMES.
                   10 CLC-CCX-CODE PIC X(6).
                   10 CLC-CCX-SLOT PIC 9(5).
           01 CLC-BIN-LOW PIC 9(5) VALUE ZERO.
           01 CLC-BIN-HIGH PIC 9(5) VALUE ZERO.
           01 CLC-BIN-MID PIC 9(5) VALUE ZERO.
           01 CLC-CC-TOTAL-EDIT PIC -(8)9.99.

           01 CLC-SUSP-WORK.
               05 CLC-SUSP-REJECT-DATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CLC-SUSP-CURRENCY PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 CLC-SUSP-REVERSES-DATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CLC-SUSP-REVERSES-SEQ PIC X(6).
           01 CLC-SUSP-ORIG-DATE PIC X(8) VALUE SPACES.
      * Posting reversed by the current entry, blank for an ordinary
      * entry.
           01 CLC-REVERSES-DATE PIC X(8) VALUE SPACES.
           01 CLC-REVERSES-SEQ PIC X(6) VALUE SPACES.

      * Batch-mode rejects are held here and flushed only at end of
      * run, so the suspense file stays synchronized with the
      * checkpoint: a restart restores this table from the restart
      * record and the crash-window details that re-reject do not
      * land on CALCSUSP.DAT a second time.
           01 CLC-PEND-COUNT PIC 9(5) VALUE ZERO.
           01 CLC-PEND-SUB PIC 9(5) VALUE ZERO.
      * Each held reject keeps the batch group and detail it came
      * from for the outcome file, and whether it reached suspense.
           01 CLC-PEND-TABLE.
               05 CLC-PEND-ENTRY OCCURS 5000 TIMES.
                   10 CLC-PEND-REJECT PIC X(61).
                   10 CLC-PEND-ORDINAL PIC 9(6).
                   10 CLC-PEND-DETAIL PIC 9(6).
                   10 CLC-PEND-FILED PIC X.
           01 CLC-OUTCOME-STATUS PIC XX.

      * Table capacities - each must match its table's OCCURS - and
      * what did not fit. CALCRPT.DAT shows every table's use against
      * its capacity and flags one at or over CLC-NEAR-LIMIT-PCT
      * percent full, so growth is seen before anything is lumped,
      * withheld or left unloaded.
           01 CLC-CC-LIMIT PIC 9(5) VALUE 5000.
           01 CLC-BSUM-LIMIT PIC 9(5) VALUE 5000.
           01 CLC-PEND-LIMIT PIC 9(5) VALUE 5000.
           01 CLC-CO-LIMIT PIC 9(5) VALUE 500.
           01 CLC-CCM-LIMIT PIC 9(5) VALUE 5000.
           01 CLC-FRM-LIMIT PIC 9(5) VALUE 1000.
           01 CLC-RTE-LIMIT PIC 9(5) VALUE 1000.
           01 CLC-NEAR-LIMIT-PCT PIC 9(3) VALUE 80.
           01 CLC-CC-OVERFLOW PIC 9(6) VALUE ZERO.
           01 CLC-BSUM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 CLC-PEND-OVERFLOW PIC 9(6) VALUE ZERO.
           01 CLC-CO-OVERFLOW PIC 9(6) VALUE ZERO.
           01 CLC-CCM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 CLC-FRM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 CLC-RTE-OVERFLOW PIC 9(6) VALUE ZERO.
           01 CLC-CAP-NAME PIC X(18).
           01 CLC-CAP-USED PIC 9(5).
           01 CLC-CAP-LIMIT PIC 9(5).
           01 CLC-CAP-OVERFLOW PIC 9(6).
           01 CLC-CAP-USED-EDIT PIC ZZZZ9.
           01 CLC-CAP-LIMIT-EDIT PIC ZZZZ9.
           01 CLC-CAP-OVER-EDIT PIC ZZZZZ9.
           01 CLC-CAP-WARN-SWITCH PIC X VALUE "N".
               88 CAPACITY-WARNED VALUE "Y".
           01 CLC-CAP-FULL-SWITCH PIC X VALUE "N".
               88 CAPACITY-EXCEEDED VALUE "Y".

           01 CLC-NUM1 PIC 9(6)V99.
           01 CLC-NUM2 PIC 9(6)V99.
               ELSE
                   DISPLAY "Number:"
                   ACCEPT total
                   PERFORM SET-DEFAULT-COMPANY-OPENING
               END-IF
           END-IF
           PERFORM SUM-COMPANY-TOTALS
           MOVE CLC-CONSOL-TOTAL TO CLC-OPENING-TOTAL
           PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                   UNTIL CLC-CO-SUB > CLC-CO-COUNT
               MOVE CLC-CO-TOTAL(CLC-CO-SUB)
                   TO CLC-CO-OPENING(CLC-CO-SUB)
           END-PERFORM
           PERFORM WRITE-OPENING-AUDIT-RECORD
           IF RESTART-FOUND
               PERFORM WRITE-CC-OPENING-RECORDS

           PERFORM UNTIL opt = "=" OR END-OF-TRANS

               PERFORM SELECT-ENTRY-COMPANY
               PERFORM VALIDATE-ENTRY

               IF VALID-ENTRY

                   ADD 1 TO CLC-OP-COUNT
                   ADD 1 TO CLC-CC-OP-COUNT(CLC-CC-SUB)
                   ADD 1 TO CLC-CO-OP-COUNT(CLC-CO-SUB)
                   PERFORM TALLY-CURRENCY
                   IF SUSPENSE-MODE
                       ADD 1 TO CLC-SUSP-POSTED-COUNT
               ELSE
                   PERFORM LOG-REJECTED-ENTRY
               END-IF
               MOVE total TO CLC-CO-TOTAL(CLC-CO-SUB)

               PERFORM CHECKPOINT-IF-NEEDED


           END-PERFORM

      * From here on "total" is the run as a whole - every company's
      * closing total added together - for the register and console.
           PERFORM SUM-COMPANY-TOTALS
           MOVE CLC-CONSOL-TOTAL TO total

      * A run that posted nothing (empty file, or every batch
      * withheld) produces no feed; the audit trail says so and the
      * run fails its balancing check. Withheld batches alongside
      * there is no failed-run case that would re-file them.
               IF BATCH-MODE
                   PERFORM FLUSH-PENDING-REJECTS
                   PERFORM WRITE-BATCH-OUTCOMES
               END-IF
               IF SUSPENSE-OPEN
                   CLOSE SUSPENSE-FILE
                   END-IF
               END-IF
           END-IF
      * Anything a run-size table could not hold is a warning too.
           IF RETURN-CODE = ZERO
               IF CLC-CC-OVERFLOW > ZERO OR CLC-BSUM-OVERFLOW > ZERO
                       OR CLC-PEND-OVERFLOW > ZERO
                       OR CLC-CO-OVERFLOW > ZERO
                       OR CLC-CCM-OVERFLOW > ZERO
                       OR CLC-FRM-OVERFLOW > ZERO
                       OR CLC-RTE-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM WRITE-RUN-REGISTER.

      * A second run on the same date (a suspense correction pass
      * after the morning batch, say) must extend the day's audit
      * file, not wipe it, and must carry the audit sequence on from
      * where the file left off so date + sequence stays unique. The
      * chain carries on the same way from the last record's check
      * value; a record written before the chain existed has none.
       POSITION-AUDIT-FILE.
           MOVE ZERO TO CLC-AUDIT-SEQ
           MOVE ZERO TO CLC-AUDIT-CHAIN
           OPEN INPUT AUDIT-FILE
           IF CLC-AUDIT-STATUS = "00"
               MOVE "N" TO CLC-AUD-EOF-SWITCH
                           MOVE "Y" TO CLC-AUD-EOF-SWITCH
                       NOT AT END
                           MOVE AUD-SEQ TO CLC-AUDIT-SEQ
                           IF AUD-CHAIN-VALUE NUMERIC
                               MOVE AUD-CHAIN-VALUE TO CLC-AUDIT-CHAIN
                           ELSE
                               MOVE ZERO TO CLC-AUDIT-CHAIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               CLOSE PARM-FILE
           END-IF.

      * A parameter opening total, like one keyed at the console,
      * is the opening of the original company 0001; any other
      * company opens at zero unless it is carried from the balance
      * file.
       SET-OPENING-TOTAL.
           EVALUATE CLC-OPENING-SOURCE
               WHEN "P"
                   MOVE CLC-PARM-OPENING TO total
                   PERFORM SET-DEFAULT-COMPANY-OPENING
               WHEN "B"
                   PERFORM GET-OPENING-FROM-BALANCE
               WHEN OTHER
                   MOVE ZERO TO total
           END-EVALUATE.

       SET-DEFAULT-COMPANY-OPENING.
           MOVE CLC-DEFAULT-COMPANY TO CLC-GL-COMPANY-CODE
           PERFORM FIND-COMPANY
           MOVE total TO CLC-CO-TOTAL(CLC-CO-SUB).

      * Carry yesterday's close forward as today's open - one balance
      * record per company - and prove each against that company's
      * last *TOTAL record on the GL feed before processing a single
      * transaction. A balance record without a company was written
      * before centers carried one and belongs to 0001.
       GET-OPENING-FROM-BALANCE.
           OPEN INPUT BALANCE-FILE
           IF CLC-BALFILE-STATUS NOT = "00"
               DISPLAY "No balance file - opening total set to zero."
               MOVE ZERO TO total
           ELSE
               MOVE "N" TO CLC-BAL-EOF-SWITCH
               PERFORM UNTIL END-OF-BALANCE
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO CLC-BAL-EOF-SWITCH
                       NOT AT END
                           IF BAL-COMPANY-CODE = SPACES
                               MOVE CLC-DEFAULT-COMPANY
                                   TO CLC-GL-COMPANY-CODE
                           ELSE
                               MOVE BAL-COMPANY-CODE
                                   TO CLC-GL-COMPANY-CODE
                           END-IF
                           PERFORM FIND-COMPANY
                           MOVE BAL-CLOSING-TOTAL
                               TO CLC-CO-TOTAL(CLC-CO-SUB)
                           MOVE BAL-RUN-DATE
                               TO CLC-CO-BAL-DATE(CLC-CO-SUB)
                           MOVE "Y" TO CLC-CO-BAL-SWITCH(CLC-CO-SUB)
                           ADD 1 TO CLC-BAL-READ-COUNT
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
               IF CLC-BAL-READ-COUNT = ZERO
                   DISPLAY "Balance file empty - opening total "
                       "set to zero."
                   MOVE ZERO TO total
               ELSE
                   PERFORM VERIFY-BALANCE-CONTINUITY
               END-IF
           END-IF.

       VERIFY-BALANCE-CONTINUITY.
           MOVE "N" TO CLC-GL-EOF-SWITCH
           OPEN INPUT GL-FEED-FILE
           IF CLC-GL-STATUS NOT = "00"
               DISPLAY "No GL feed history - balance continuity not "
                           MOVE "Y" TO CLC-GL-EOF-SWITCH
                       NOT AT END
                           IF GL-COST-CENTER = "*TOTAL"
                               PERFORM NOTE-COMPANY-FEED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
               PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                       UNTIL CLC-CO-SUB > CLC-CO-COUNT
                   IF CO-BALANCE-READ(CLC-CO-SUB)
                           AND CO-GL-TOTAL-SEEN(CLC-CO-SUB)
                       IF CLC-CO-GL-TOTAL(CLC-CO-SUB)
                               NOT = CLC-CO-TOTAL(CLC-CO-SUB)
                           DISPLAY "*** COMPANY "
                               CLC-CO-CODE(CLC-CO-SUB)
                               " BALANCE FILE CLOSE "
                               CLC-CO-BAL-DATE(CLC-CO-SUB)
                               " DOES NOT MATCH GL FEED CLOSE "
                               CLC-CO-GL-DATE(CLC-CO-SUB)
                               " - RUN ABORTED ***"
                           CLOSE AUDIT-FILE
                           MOVE "N" TO CLC-COMPLETE-FLAG
                           MOVE 8 TO RETURN-CODE
                           PERFORM WRITE-RUN-REGISTER
                           STOP RUN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Remember the latest *TOTAL per company. Only companies that
      * are carrying a balance matter, so one no longer on the
      * master or the balance file is passed over, not added.
       NOTE-COMPANY-FEED-TOTAL.
           IF GL-COMPANY-CODE = SPACES
               MOVE CLC-DEFAULT-COMPANY TO CLC-GL-COMPANY-CODE
           ELSE
               MOVE GL-COMPANY-CODE TO CLC-GL-COMPANY-CODE
           END-IF
           PERFORM LOCATE-COMPANY
           IF CLC-CO-SUB NOT > CLC-CO-COUNT
               MOVE GL-FINAL-TOTAL TO CLC-CO-GL-TOTAL(CLC-CO-SUB)
               MOVE GL-RUN-DATE TO CLC-CO-GL-DATE(CLC-CO-SUB)
               MOVE "Y" TO CLC-CO-GL-SWITCH(CLC-CO-SUB)
           END-IF.

       WRITE-BALANCE-FILE.
                   "not carried forward."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                       UNTIL CLC-CO-SUB > CLC-CO-COUNT
                   MOVE SPACES TO BALANCE-RECORD
                   MOVE CLC-CURRENT-DATE-X TO BAL-RUN-DATE
                   MOVE CLC-CO-TOTAL(CLC-CO-SUB) TO BAL-CLOSING-TOTAL
                   MOVE CLC-CO-CODE(CLC-CO-SUB) TO BAL-COMPANY-CODE
                   WRITE BALANCE-RECORD
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       LOAD-FORMULA-TABLE.
           OPEN INPUT FORMULA-FILE
           IF CLC-FORMULA-STATUS = "00"
               PERFORM UNTIL END-OF-FORMULAS
                   READ FORMULA-FILE
                       AT END
                           MOVE "Y" TO CLC-FRM-EOF-SWITCH
                       NOT AT END
                           IF CLC-FRM-COUNT < CLC-FRM-LIMIT
                               ADD 1 TO CLC-FRM-COUNT
                               MOVE FRM-CODE
                                   TO CLC-FRM-CODE(CLC-FRM-COUNT)
                               MOVE FRM-DIVISOR
                                   TO CLC-FRM-DIVISOR(CLC-FRM-COUNT)
                               MOVE FRM-OFFSET
                                   TO CLC-FRM-OFFSET(CLC-FRM-COUNT)
                               MOVE FRM-EFF-DATE
                                   TO CLC-FRM-EFF-DATE(CLC-FRM-COUNT)
                           ELSE
                               ADD 1 TO CLC-FRM-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               IF CLC-FRM-OVERFLOW > ZERO
                   DISPLAY "Formula table full - " CLC-FRM-OVERFLOW
                       " CALCFORM.DAT records not loaded."
               END-IF
               CLOSE FORMULA-FILE
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF CLC-RATE-STATUS = "00"
               PERFORM UNTIL END-OF-RATES
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO CLC-RTE-EOF-SWITCH
                       NOT AT END
                           IF CLC-RTE-COUNT < CLC-RTE-LIMIT
                               ADD 1 TO CLC-RTE-COUNT
                               MOVE RTE-CURRENCY
                                   TO CLC-RTE-CURRENCY(CLC-RTE-COUNT)
                               MOVE RTE-RATE
                                   TO CLC-RTE-RATE(CLC-RTE-COUNT)
                               MOVE RTE-EFF-DATE
                                   TO CLC-RTE-EFF-DATE(CLC-RTE-COUNT)
                           ELSE
                               ADD 1 TO CLC-RTE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               IF CLC-RTE-OVERFLOW > ZERO
                   DISPLAY "Rate table full - " CLC-RTE-OVERFLOW
                       " CALCRATE.DAT records not loaded."
               END-IF
               CLOSE RATE-FILE
           END-IF.

      * A missing cost-center master cannot stop the nightly run -
      * with no master loaded every code is taken at face value, as
      * the program always did before the master existed.
      * The company table is seeded here: 0001 first, so a run that
      * posts nothing else still carries the original company, then
      * every company the master names, in order of appearance.
       LOAD-CC-MASTER.
           MOVE CLC-DEFAULT-COMPANY TO CLC-GL-COMPANY-CODE
           PERFORM FIND-COMPANY
           OPEN INPUT CC-MASTER-FILE
           IF CLC-CCM-STATUS = "00"
               PERFORM UNTIL END-OF-CC-MASTER
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO CLC-CCM-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-CC-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
               IF CLC-CCM-OVERFLOW > ZERO
                   DISPLAY "Cost center master table full - "
                       CLC-CCM-OVERFLOW
                       " CCMAST.DAT records not loaded."
               END-IF
           END-IF.

      * Open a slot at the code's place in order, moving the codes
      * after it up one, unless the code is already held.
       LOAD-CC-MASTER-RECORD.
           MOVE CCM-CODE TO CLC-CCM-KEY
           PERFORM SEARCH-CC-MASTER
           IF NOT CC-ON-MASTER
               IF CLC-CCM-COUNT < CLC-CCM-LIMIT
                   PERFORM VARYING CLC-CCM-MOVE-SUB FROM CLC-CCM-COUNT
                           BY -1 UNTIL CLC-CCM-MOVE-SUB < CLC-CCM-SUB
                       MOVE CLC-CCM-ENTRY(CLC-CCM-MOVE-SUB)
                           TO CLC-CCM-ENTRY(CLC-CCM-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO CLC-CCM-COUNT
                   MOVE "Y" TO CLC-CCM-FOUND-SWITCH
               ELSE
                   ADD 1 TO CLC-CCM-OVERFLOW
               END-IF
           END-IF
           IF CC-ON-MASTER
               MOVE CCM-CODE TO CLC-CCM-CODE(CLC-CCM-SUB)
               MOVE CCM-ACTIVE-FLAG TO CLC-CCM-ACTIVE(CLC-CCM-SUB)
               IF CCM-COMPANY = SPACES
                   MOVE CLC-DEFAULT-COMPANY
                       TO CLC-CCM-COMPANY(CLC-CCM-SUB)
               ELSE
                   MOVE CCM-COMPANY TO CLC-CCM-COMPANY(CLC-CCM-SUB)
               END-IF
               MOVE CLC-CCM-COMPANY(CLC-CCM-SUB) TO CLC-GL-COMPANY-CODE
               PERFORM FIND-COMPANY
           END-IF.

      * Binary search of the master table for CLC-CCM-KEY. Found, it
      * leaves CLC-CCM-SUB on the entry; not found, on the place the
      * code would go.
       SEARCH-CC-MASTER.
           MOVE "N" TO CLC-CCM-FOUND-SWITCH
           MOVE 1 TO CLC-BIN-LOW
           MOVE CLC-CCM-COUNT TO CLC-BIN-HIGH
           PERFORM UNTIL CC-ON-MASTER OR CLC-BIN-LOW > CLC-BIN-HIGH
               COMPUTE CLC-BIN-MID = (CLC-BIN-LOW + CLC-BIN-HIGH) / 2
               EVALUATE TRUE
                   WHEN CLC-CCM-CODE(CLC-BIN-MID) = CLC-CCM-KEY
                       MOVE "Y" TO CLC-CCM-FOUND-SWITCH
                       MOVE CLC-BIN-MID TO CLC-CCM-SUB
                   WHEN CLC-CCM-CODE(CLC-BIN-MID) < CLC-CCM-KEY
                       COMPUTE CLC-BIN-LOW = CLC-BIN-MID + 1
                   WHEN OTHER
                       COMPUTE CLC-BIN-HIGH = CLC-BIN-MID - 1
               END-EVALUATE
           END-PERFORM
           IF NOT CC-ON-MASTER
               MOVE CLC-BIN-LOW TO CLC-CCM-SUB
           END-IF.

       CHECK-COST-CENTER.
           MOVE SPACE TO CLC-CCM-ACTIVE-USE
           MOVE CLC-COST-CENTER TO CLC-CCM-KEY
           PERFORM SEARCH-CC-MASTER
           IF CC-ON-MASTER
               MOVE CLC-CCM-ACTIVE(CLC-CCM-SUB) TO CLC-CCM-ACTIVE-USE
           END-IF.

      * Every entry - posted or rejected - is carried against the
      * company its cost center belongs to, and "total" is switched
      * to that company's running total before the entry is judged.
      * A center missing from the master rejects anyway; its audit
      * record goes under 0001.
       SELECT-ENTRY-COMPANY.
           MOVE CLC-DEFAULT-COMPANY TO CLC-GL-COMPANY-CODE
           MOVE CLC-COST-CENTER TO CLC-CCM-KEY
           PERFORM SEARCH-CC-MASTER
           IF CC-ON-MASTER
               MOVE CLC-CCM-COMPANY(CLC-CCM-SUB) TO CLC-GL-COMPANY-CODE
           END-IF
           PERFORM FIND-COMPANY
           MOVE CLC-CO-TOTAL(CLC-CO-SUB) TO total.

       LOCATE-COMPANY.
           MOVE 1 TO CLC-CO-SUB
           PERFORM UNTIL CLC-CO-SUB > CLC-CO-COUNT
                   OR CLC-CO-CODE(CLC-CO-SUB) = CLC-GL-COMPANY-CODE
               ADD 1 TO CLC-CO-SUB
           END-PERFORM.

       FIND-COMPANY.
           PERFORM LOCATE-COMPANY
           IF CLC-CO-SUB > CLC-CO-COUNT
               IF CLC-CO-COUNT < CLC-CO-LIMIT
                   ADD 1 TO CLC-CO-COUNT
                   MOVE CLC-CO-COUNT TO CLC-CO-SUB
                   MOVE CLC-GL-COMPANY-CODE TO CLC-CO-CODE(CLC-CO-SUB)
                   MOVE ZERO TO CLC-CO-OPENING(CLC-CO-SUB)
                   MOVE ZERO TO CLC-CO-TOTAL(CLC-CO-SUB)
                   MOVE ZERO TO CLC-CO-OP-COUNT(CLC-CO-SUB)
                   MOVE "N" TO CLC-CO-BAL-SWITCH(CLC-CO-SUB)
                   MOVE SPACES TO CLC-CO-BAL-DATE(CLC-CO-SUB)
                   MOVE "N" TO CLC-CO-GL-SWITCH(CLC-CO-SUB)
                   MOVE ZERO TO CLC-CO-GL-TOTAL(CLC-CO-SUB)
                   MOVE SPACES TO CLC-CO-GL-DATE(CLC-CO-SUB)
               ELSE
                   DISPLAY "Company table full - " CLC-GL-COMPANY-CODE
                       " carried under " CLC-CO-CODE(CLC-CO-LIMIT)
                   ADD 1 TO CLC-CO-OVERFLOW
                   MOVE CLC-CO-LIMIT TO CLC-CO-SUB
                   MOVE CLC-CO-CODE(CLC-CO-LIMIT) TO CLC-GL-COMPANY-CODE
               END-IF
           END-IF.

       SUM-COMPANY-TOTALS.
           MOVE ZERO TO CLC-CONSOL-TOTAL
           PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                   UNTIL CLC-CO-SUB > CLC-CO-COUNT
               ADD CLC-CO-TOTAL(CLC-CO-SUB) TO CLC-CONSOL-TOTAL
           END-PERFORM.

       FIND-COST-CENTER.
           MOVE CLC-COST-CENTER TO CLC-CCX-KEY
           PERFORM SEARCH-CC-INDEX
           IF CC-INDEXED
               MOVE CLC-CCX-SLOT(CLC-CCX-SUB) TO CLC-CC-SUB
           ELSE
               IF CLC-CC-COUNT < CLC-CC-LIMIT
                   ADD 1 TO CLC-CC-COUNT
                   MOVE CLC-CC-COUNT TO CLC-CC-SUB
                   MOVE CLC-COST-CENTER TO CLC-CC-CODE(CLC-CC-SUB)
                   MOVE ZERO TO CLC-CC-TOTAL(CLC-CC-SUB)
                   MOVE ZERO TO CLC-CC-OP-COUNT(CLC-CC-SUB)
                   MOVE CLC-GL-COMPANY-CODE
                       TO CLC-CC-COMPANY(CLC-CC-SUB)
                   PERFORM INDEX-COST-CENTER
               ELSE
      * More distinct cost centers than table slots; lump the
      * stragglers into the last entry rather than dropping them.
                   DISPLAY "Cost center table full - " CLC-COST-CENTER
                       " lumped into " CLC-CC-CODE(CLC-CC-LIMIT)
                   ADD 1 TO CLC-CC-OVERFLOW
                   MOVE CLC-CC-LIMIT TO CLC-CC-SUB
               END-IF
           END-IF.

      * Binary search of the cost-center index for CLC-CCX-KEY, as
      * SEARCH-CC-MASTER does for the master.
       SEARCH-CC-INDEX.
           MOVE "N" TO CLC-CCX-FOUND-SWITCH
           MOVE 1 TO CLC-BIN-LOW
           MOVE CLC-CC-COUNT TO CLC-BIN-HIGH
           PERFORM UNTIL CC-INDEXED OR CLC-BIN-LOW > CLC-BIN-HIGH
               COMPUTE CLC-BIN-MID = (CLC-BIN-LOW + CLC-BIN-HIGH) / 2
               EVALUATE TRUE
                   WHEN CLC-CCX-CODE(CLC-BIN-MID) = CLC-CCX-KEY
                       MOVE "Y" TO CLC-CCX-FOUND-SWITCH
                       MOVE CLC-BIN-MID TO CLC-CCX-SUB
                   WHEN CLC-CCX-CODE(CLC-BIN-MID) < CLC-CCX-KEY
                       COMPUTE CLC-BIN-LOW = CLC-BIN-MID + 1
                   WHEN OTHER
                       COMPUTE CLC-BIN-HIGH = CLC-BIN-MID - 1
               END-EVALUATE
           END-PERFORM
           IF NOT CC-INDEXED
               MOVE CLC-BIN-LOW TO CLC-CCX-SUB
           END-IF.

      * Enter the new slot CLC-CC-SUB - already counted - into the
      * index at the place SEARCH-CC-INDEX found for it.
       INDEX-COST-CENTER.
           PERFORM VARYING CLC-CCX-MOVE-SUB FROM CLC-CC-COUNT BY -1
                   UNTIL CLC-CCX-MOVE-SUB NOT > CLC-CCX-SUB
               MOVE CLC-CCX-ENTRY(CLC-CCX-MOVE-SUB - 1)
                   TO CLC-CCX-ENTRY(CLC-CCX-MOVE-SUB)
           END-PERFORM
           MOVE CLC-CC-CODE(CLC-CC-SUB) TO CLC-CCX-CODE(CLC-CCX-SUB)
           MOVE CLC-CC-SUB TO CLC-CCX-SLOT(CLC-CCX-SUB).

      * The feed is written company by company: the company's cost
      * center records, then its closing total as a *TOTAL record, so
      * downstream balancing has one figure per company per run.
       WRITE-GL-FEED.
           OPEN EXTEND GL-FEED-FILE
           IF CLC-GL-STATUS = "35"
                   "written."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                       UNTIL CLC-CO-SUB > CLC-CO-COUNT
                   PERFORM WRITE-COMPANY-GL-FEED
               END-PERFORM
               CLOSE GL-FEED-FILE
           END-IF.

       WRITE-COMPANY-GL-FEED.
           PERFORM VARYING CLC-CC-SUB FROM 1 BY 1
                   UNTIL CLC-CC-SUB > CLC-CC-COUNT
               IF CLC-CC-COMPANY(CLC-CC-SUB) = CLC-CO-CODE(CLC-CO-SUB)
                   MOVE SPACES TO GL-FEED-RECORD
                   MOVE CLC-CO-CODE(CLC-CO-SUB) TO GL-COMPANY-CODE
                   MOVE CLC-CC-CODE(CLC-CC-SUB) TO GL-COST-CENTER
                   MOVE CLC-CURRENT-DATE-X TO GL-RUN-DATE
                   MOVE CLC-CC-TOTAL(CLC-CC-SUB) TO GL-FINAL-TOTAL
                   WRITE GL-FEED-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-FEED-RECORD
           MOVE CLC-CO-CODE(CLC-CO-SUB) TO GL-COMPANY-CODE
           MOVE "*TOTAL" TO GL-COST-CENTER
           MOVE CLC-CURRENT-DATE-X TO GL-RUN-DATE
           MOVE CLC-CO-TOTAL(CLC-CO-SUB) TO GL-FINAL-TOTAL
           WRITE GL-FEED-RECORD.

       OPEN-SUSPENSE-FOR-REJECTS.
           OPEN EXTEND SUSPENSE-FILE
           MOVE CLC-FORMULA-CODE TO CLC-SUSP-FORMULA-CODE
           MOVE CLC-REJECT-REASON TO CLC-SUSP-REASON
           MOVE CLC-CURRENCY TO CLC-SUSP-CURRENCY
           MOVE CLC-REVERSES-DATE TO CLC-SUSP-REVERSES-DATE
           MOVE CLC-REVERSES-SEQ TO CLC-SUSP-REVERSES-SEQ
           IF SUSPENSE-MODE
      * A record that rejects again keeps its original reject date
      * so the suspense file still ages from the first failure.
           END-IF.

       HOLD-PENDING-REJECT.
           IF CLC-PEND-COUNT < CLC-PEND-LIMIT
               ADD 1 TO CLC-PEND-COUNT
               MOVE CLC-SUSP-WORK TO CLC-PEND-REJECT(CLC-PEND-COUNT)
               MOVE CLC-GROUP-ORDINAL
                   TO CLC-PEND-ORDINAL(CLC-PEND-COUNT)
               MOVE CLC-GROUP-DETAIL TO CLC-PEND-DETAIL(CLC-PEND-COUNT)
               MOVE "N" TO CLC-PEND-FILED(CLC-PEND-COUNT)
           ELSE
      * A run with more rejects than the table holds is broken
      * upstream; the overflow goes straight to suspense so nothing
      * is lost, though a restart could then file it twice.
               DISPLAY "Pending reject table full - reject filed to "
                   "suspense at once."
               ADD 1 TO CLC-PEND-OVERFLOW
               IF CLC-GROUP-ORDINAL NOT > CLC-BSUM-COUNT
                   ADD 1 TO CLC-BSUM-REJECTED(CLC-GROUP-ORDINAL)
               END-IF
               IF SUSPENSE-OPEN
                   WRITE SUSPENSE-RECORD FROM CLC-SUSP-WORK
               END-IF
               IF SUSPENSE-OPEN
                   WRITE SUSPENSE-RECORD
                       FROM CLC-PEND-REJECT(CLC-PEND-SUB)
                   IF CLC-SUSPENSE-STATUS = "00"
                       MOVE "Y" TO CLC-PEND-FILED(CLC-PEND-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      * Held rejects are in posting order, so batch by batch they
      * come off the table in step with the verdicts. A withheld
      * batch posted nothing and rejected nothing.
       WRITE-BATCH-OUTCOMES.
           OPEN OUTPUT OUTCOME-FILE
           IF CLC-OUTCOME-STATUS NOT = "00"
               DISPLAY "Unable to open CALCBOUT.DAT - batch outcomes "
                   "not written."
           ELSE
               PERFORM VARYING CLC-PEND-SUB FROM 1 BY 1
                       UNTIL CLC-PEND-SUB > CLC-PEND-COUNT
                   IF CLC-PEND-ORDINAL(CLC-PEND-SUB) > ZERO
                           AND CLC-PEND-ORDINAL(CLC-PEND-SUB)
                               NOT > CLC-BSUM-COUNT
                       ADD 1 TO CLC-BSUM-REJECTED
                           (CLC-PEND-ORDINAL(CLC-PEND-SUB))
                   END-IF
               END-PERFORM
               MOVE 1 TO CLC-PEND-SUB
               PERFORM VARYING CLC-BSUM-SUB FROM 1 BY 1
                       UNTIL CLC-BSUM-SUB > CLC-BSUM-COUNT
                   PERFORM WRITE-ONE-BATCH-OUTCOME
               END-PERFORM
               CLOSE OUTCOME-FILE
           END-IF.

       WRITE-ONE-BATCH-OUTCOME.
           MOVE SPACES TO OUTCOME-BATCH-RECORD
           MOVE "B" TO OUT-REC-TYPE
           MOVE CLC-CURRENT-DATE-X TO OUT-RUN-DATE
           MOVE CLC-BSUM-ID(CLC-BSUM-SUB) TO OUT-BATCH-ID
           MOVE CLC-BSUM-SENDER(CLC-BSUM-SUB) TO OUT-SENDER-ID
           MOVE CLC-BSUM-VERDICT(CLC-BSUM-SUB) TO OUT-VERDICT
           MOVE CLC-BSUM-DETAILS(CLC-BSUM-SUB) TO OUT-DETAILS
           MOVE CLC-BSUM-EXP-COUNT(CLC-BSUM-SUB) TO OUT-EXP-COUNT
           MOVE CLC-BSUM-HASH(CLC-BSUM-SUB) TO OUT-HASH
           MOVE CLC-BSUM-EXP-HASH(CLC-BSUM-SUB) TO OUT-EXP-HASH
           IF BSUM-POSTED(CLC-BSUM-SUB)
               MOVE CLC-BSUM-REJECTED(CLC-BSUM-SUB) TO OUT-REJECTED
               COMPUTE OUT-POSTED = CLC-BSUM-DETAILS(CLC-BSUM-SUB)
                   - CLC-BSUM-REJECTED(CLC-BSUM-SUB)
           ELSE
               MOVE ZERO TO OUT-REJECTED
               MOVE ZERO TO OUT-POSTED
           END-IF
           WRITE OUTCOME-BATCH-RECORD
           PERFORM UNTIL CLC-PEND-SUB > CLC-PEND-COUNT
                   OR CLC-PEND-ORDINAL(CLC-PEND-SUB) > CLC-BSUM-SUB
               IF CLC-PEND-ORDINAL(CLC-PEND-SUB) = CLC-BSUM-SUB
                   PERFORM WRITE-ONE-REJECT-OUTCOME
               END-IF
               ADD 1 TO CLC-PEND-SUB
           END-PERFORM.

       WRITE-ONE-REJECT-OUTCOME.
           MOVE CLC-PEND-REJECT(CLC-PEND-SUB) TO CLC-SUSP-WORK
           MOVE SPACES TO OUTCOME-REJECT-RECORD
           MOVE "R" TO OUT-REC-TYPE
           MOVE CLC-CURRENT-DATE-X TO OUT-RUN-DATE
           MOVE CLC-BSUM-ID(CLC-BSUM-SUB) TO OUT-BATCH-ID
           MOVE CLC-BSUM-SENDER(CLC-BSUM-SUB) TO OUT-SENDER-ID
           MOVE CLC-PEND-DETAIL(CLC-PEND-SUB) TO OUT-DETAIL-NO
           MOVE CLC-SUSP-REASON TO OUT-REASON
           IF CLC-PEND-FILED(CLC-PEND-SUB) = "Y"
               MOVE "S" TO OUT-SUSP-STATUS
           ELSE
               MOVE "N" TO OUT-SUSP-STATUS
           END-IF
           MOVE CLC-SUSP-OPT TO OUT-OPT
           MOVE CLC-SUSP-NUM1 TO OUT-NUM1
           MOVE CLC-SUSP-NUM2 TO OUT-NUM2
           MOVE CLC-SUSP-COST-CENTER TO OUT-COST-CENTER
           MOVE CLC-SUSP-FORMULA-CODE TO OUT-FORMULA-CODE
           MOVE CLC-SUSP-CURRENCY TO OUT-CURRENCY
           WRITE OUTCOME-REJECT-RECORD.

      * After a reprocess run the records that rejected again were
      * written to the work file; copy them back so CALCSUSP.DAT
      * holds only what is still unresolved.
           END-IF
      * A batch without a verdict slot cannot be recognized by the
      * posting pass, so it must be withheld, not silently posted.
           IF CLC-BSUM-COUNT NOT < CLC-BSUM-LIMIT
               MOVE "N" TO CLC-BATOK-SWITCH
               DISPLAY "Batch table full - batch " CLC-BATCH-ID
                   " withheld."
               ADD 1 TO CLC-BSUM-OVERFLOW
           END-IF
           PERFORM RECORD-BATCH-VERDICT
           IF THIS-BATCH-OK
           END-IF.

       RECORD-BATCH-VERDICT.
           IF CLC-BSUM-COUNT < CLC-BSUM-LIMIT
               ADD 1 TO CLC-BSUM-COUNT
               MOVE CLC-BATCH-ID TO CLC-BSUM-ID(CLC-BSUM-COUNT)
               MOVE CLC-DETAIL-COUNT
               ELSE
                   MOVE "W" TO CLC-BSUM-VERDICT(CLC-BSUM-COUNT)
               END-IF
               MOVE CLC-BATCH-SENDER TO CLC-BSUM-SENDER(CLC-BSUM-COUNT)
               MOVE ZERO TO CLC-BSUM-REJECTED(CLC-BSUM-COUNT)
           END-IF.

       RESET-BATCH-ACCUMULATORS.
           MOVE SPACES TO CLC-BATCH-ID
           MOVE SPACES TO CLC-BATCH-SENDER
           MOVE "N" TO CLC-HEADER-SWITCH
           MOVE "N" TO CLC-TRAILER-SWITCH
           MOVE ZERO TO CLC-DETAIL-COUNT
           MOVE ZERO TO CLC-EXPECTED-COUNT
           MOVE ZERO TO CLC-EXPECTED-HASH.

      * Of the two checkpoint files take the complete set with the
      * later position. CALCRST.DAT holding something that is not a
      * complete set, with no complete work copy to fall back on,
      * stops the run: starting over would post the checkpointed
      * work a second time.
       CHECK-RESTART-FILE.
           MOVE "N" TO CLC-RESTART-SWITCH
           MOVE "CALCRST.DAT" TO CLC-RESTART-FILENAME
           PERFORM SCAN-RESTART-SET
           MOVE CLC-RST-STATE TO CLC-RST-MAIN-STATE
           MOVE CLC-RST-SET-POSITION TO CLC-RST-MAIN-POSITION
           MOVE "CALCRSTW.DAT" TO CLC-RESTART-FILENAME
           PERFORM SCAN-RESTART-SET
           IF RST-SET-COMPLETE
               IF RST-MAIN-COMPLETE
                       AND CLC-RST-MAIN-POSITION
                           NOT < CLC-RST-SET-POSITION
                   MOVE "CALCRST.DAT" TO CLC-RESTART-FILENAME
               END-IF
               PERFORM LOAD-RESTART-SET
           ELSE
               IF RST-MAIN-COMPLETE
                   MOVE "CALCRST.DAT" TO CLC-RESTART-FILENAME
                   PERFORM LOAD-RESTART-SET
               ELSE
                   IF RST-MAIN-CUT-SHORT
                       DISPLAY "CALCRST.DAT holds no complete "
                           "checkpoint - aborting run."
                       CLOSE TRANS-FILE
                       CLOSE AUDIT-FILE
                       MOVE "N" TO CLC-COMPLETE-FLAG
                       MOVE 12 TO RETURN-CODE
                       PERFORM WRITE-RUN-REGISTER
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       SCAN-RESTART-SET.
           MOVE "M" TO CLC-RST-STATE
           MOVE ZERO TO CLC-RST-RECORDS
           MOVE ZERO TO CLC-RST-SET-POSITION
           MOVE "N" TO CLC-RST-HEADER-SWITCH
           OPEN INPUT RESTART-FILE
           IF CLC-RESTART-STATUS = "00"
               MOVE "N" TO CLC-RST-EOF-SWITCH
               PERFORM UNTIL END-OF-RESTART
                   READ RESTART-FILE
                       AT END
                           MOVE "Y" TO CLC-RST-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO CLC-RST-RECORDS
                           MOVE "T" TO CLC-RST-STATE
                           IF CLC-RST-RECORDS = 1 AND RST-HEADER
                                   AND RST-POSITION NUMERIC
                               MOVE "Y" TO CLC-RST-HEADER-SWITCH
                               MOVE RST-POSITION
                                   TO CLC-RST-SET-POSITION
                           END-IF
                           IF RST-TRAILER AND RST-HEADER-SEEN
                                   AND RST-TRL-RECORDS NUMERIC
                                   AND RST-TRL-POSITION NUMERIC
                               IF RST-TRL-RECORDS = CLC-RST-RECORDS - 1
                                       AND RST-TRL-POSITION
                                           = CLC-RST-SET-POSITION
                                   MOVE "C" TO CLC-RST-STATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTART-FILE
           END-IF.

       LOAD-RESTART-SET.
           OPEN INPUT RESTART-FILE
           MOVE "N" TO CLC-RST-EOF-SWITCH
           PERFORM UNTIL END-OF-RESTART
               READ RESTART-FILE
                   AT END
                       MOVE "Y" TO CLC-RST-EOF-SWITCH
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RST-HEADER
                               MOVE RST-TOTAL TO total
                               MOVE RST-POSITION TO CLC-TRANS-COUNT
                               MOVE RST-POSITION TO CLC-RESUME-POSITION
                           WHEN RST-COST-CENTER
                               PERFORM RESTORE-COST-CENTER
                           WHEN RST-PENDING
                               PERFORM RESTORE-PENDING-REJECT
                           WHEN RST-COMPANY
                               MOVE RST-CO-CODE TO CLC-GL-COMPANY-CODE
                               PERFORM FIND-COMPANY
                               MOVE RST-CO-TOTAL
                                   TO CLC-CO-TOTAL(CLC-CO-SUB)
                               MOVE RST-CO-OP-COUNT
                                   TO CLC-CO-OP-COUNT(CLC-CO-SUB)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RESTART-FILE
           DISPLAY "Checkpoint restored from " CLC-RESTART-FILENAME
           MOVE "Y" TO CLC-RESTART-SWITCH.

       RESTORE-COST-CENTER.
           MOVE RST-CC-CODE TO CLC-CCX-KEY
           PERFORM SEARCH-CC-INDEX
           IF NOT CC-INDEXED AND CLC-CC-COUNT < CLC-CC-LIMIT
               ADD 1 TO CLC-CC-COUNT
               MOVE CLC-CC-COUNT TO CLC-CC-SUB
               MOVE RST-CC-CODE TO CLC-CC-CODE(CLC-CC-SUB)
               MOVE RST-CC-TOTAL TO CLC-CC-TOTAL(CLC-CC-SUB)
               MOVE RST-CC-OP-COUNT TO CLC-CC-OP-COUNT(CLC-CC-SUB)
               MOVE RST-CC-COMPANY TO CLC-CC-COMPANY(CLC-CC-SUB)
               PERFORM INDEX-COST-CENTER
           END-IF.

       RESTORE-PENDING-REJECT.
           IF CLC-PEND-COUNT < CLC-PEND-LIMIT
               ADD 1 TO CLC-PEND-COUNT
               MOVE RST-PEND-REJECT TO CLC-PEND-REJECT(CLC-PEND-COUNT)
               MOVE RST-PEND-ORDINAL TO CLC-PEND-ORDINAL(CLC-PEND-COUNT)
               MOVE RST-PEND-DETAIL TO CLC-PEND-DETAIL(CLC-PEND-COUNT)
               MOVE "N" TO CLC-PEND-FILED(CLC-PEND-COUNT)
           END-IF.

       CHECKPOINT-IF-NEEDED.
               END-IF
           END-IF.

      * The set goes to CALCRSTW.DAT first; only a set written
      * without error is copied over CALCRST.DAT, so a failure part
      * way leaves the previous checkpoint whole.
       WRITE-CHECKPOINT.
           MOVE "CALCRSTW.DAT" TO CLC-RESTART-FILENAME
           OPEN OUTPUT RESTART-FILE
           IF CLC-RESTART-STATUS NOT = "00"
               DISPLAY "Unable to open restart file - checkpoint not "
                   "written."
           ELSE
               MOVE "Y" TO CLC-RST-WRITE-SWITCH
               MOVE ZERO TO CLC-RST-RECORDS
               MOVE SPACES TO RESTART-RECORD
               MOVE "H" TO RST-TYPE
               PERFORM SUM-COMPANY-TOTALS
               MOVE CLC-CONSOL-TOTAL TO RST-TOTAL
               MOVE CLC-TRANS-COUNT TO RST-POSITION
               MOVE CLC-CC-COUNT TO RST-CC-COUNT
               MOVE CLC-PEND-COUNT TO RST-PEND-COUNT
               MOVE CLC-CO-COUNT TO RST-CO-COUNT
               PERFORM WRITE-RESTART-RECORD
               PERFORM VARYING CLC-CC-SUB FROM 1 BY 1
                       UNTIL CLC-CC-SUB > CLC-CC-COUNT
                   MOVE SPACES TO RESTART-RECORD
                   MOVE "C" TO RST-TYPE
                   MOVE CLC-CC-CODE(CLC-CC-SUB) TO RST-CC-CODE
                   MOVE CLC-CC-TOTAL(CLC-CC-SUB) TO RST-CC-TOTAL
                   MOVE CLC-CC-OP-COUNT(CLC-CC-SUB) TO RST-CC-OP-COUNT
                   MOVE CLC-CC-COMPANY(CLC-CC-SUB) TO RST-CC-COMPANY
                   PERFORM WRITE-RESTART-RECORD
               END-PERFORM
               PERFORM VARYING CLC-PEND-SUB FROM 1 BY 1
                       UNTIL CLC-PEND-SUB > CLC-PEND-COUNT
                   MOVE SPACES TO RESTART-RECORD
                   MOVE "P" TO RST-TYPE
                   MOVE CLC-PEND-REJECT(CLC-PEND-SUB) TO RST-PEND-REJECT
                   MOVE CLC-PEND-ORDINAL(CLC-PEND-SUB)
                       TO RST-PEND-ORDINAL
                   MOVE CLC-PEND-DETAIL(CLC-PEND-SUB) TO RST-PEND-DETAIL
                   PERFORM WRITE-RESTART-RECORD
               END-PERFORM
               PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                       UNTIL CLC-CO-SUB > CLC-CO-COUNT
                   MOVE SPACES TO RESTART-RECORD
                   MOVE "O" TO RST-TYPE
                   MOVE CLC-CO-CODE(CLC-CO-SUB) TO RST-CO-CODE
                   MOVE CLC-CO-TOTAL(CLC-CO-SUB) TO RST-CO-TOTAL
                   MOVE CLC-CO-OP-COUNT(CLC-CO-SUB) TO RST-CO-OP-COUNT
                   PERFORM WRITE-RESTART-RECORD
               END-PERFORM
               MOVE SPACES TO RESTART-RECORD
               MOVE "E" TO RST-TYPE
               MOVE CLC-TRANS-COUNT TO RST-TRL-POSITION
               MOVE CLC-RST-RECORDS TO RST-TRL-RECORDS
               PERFORM WRITE-RESTART-RECORD
               CLOSE RESTART-FILE
               IF RESTART-WRITTEN
                   PERFORM COPY-CHECKPOINT
               ELSE
                   DISPLAY "Error writing CALCRSTW.DAT - previous "
                       "checkpoint kept."
               END-IF
           END-IF.

       WRITE-RESTART-RECORD.
           WRITE RESTART-RECORD
           IF CLC-RESTART-STATUS NOT = "00"
               MOVE "N" TO CLC-RST-WRITE-SWITCH
           END-IF
           ADD 1 TO CLC-RST-RECORDS.

       COPY-CHECKPOINT.
           OPEN INPUT RESTART-FILE
           OPEN OUTPUT RESTART-COPY-FILE
           IF CLC-RESTART-STATUS NOT = "00"
                   OR CLC-RESTART-COPY-STATUS NOT = "00"
               DISPLAY "Unable to copy checkpoint to CALCRST.DAT - "
                   "CALCRSTW.DAT holds it."
           ELSE
               MOVE "N" TO CLC-RST-EOF-SWITCH
               PERFORM UNTIL END-OF-RESTART
                   READ RESTART-FILE
                       AT END
                           MOVE "Y" TO CLC-RST-EOF-SWITCH
                       NOT AT END
                           WRITE RESTART-COPY-RECORD FROM RESTART-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RESTART-FILE
           CLOSE RESTART-COPY-FILE.

       CLEAR-RESTART-FILE.
           OPEN OUTPUT RESTART-COPY-FILE
           IF CLC-RESTART-COPY-STATUS NOT = "00"
               DISPLAY "Unable to open restart file - checkpoint not "
                   "cleared."
           ELSE
               CLOSE RESTART-COPY-FILE
           END-IF
           MOVE "CALCRSTW.DAT" TO CLC-RESTART-FILENAME
           OPEN OUTPUT RESTART-FILE
           IF CLC-RESTART-STATUS NOT = "00"
               DISPLAY "Unable to open CALCRSTW.DAT - checkpoint not "
                   "cleared."
           ELSE
               CLOSE RESTART-FILE
               DELIMITED BY SIZE INTO CLC-REPORT-LINE
           WRITE SUMMARY-LINE FROM CLC-REPORT-LINE

           MOVE "Companies:" TO CLC-REPORT-LINE
           WRITE SUMMARY-LINE FROM CLC-REPORT-LINE
           PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                   UNTIL CLC-CO-SUB > CLC-CO-COUNT
               MOVE CLC-CO-OP-COUNT(CLC-CO-SUB) TO CLC-COUNT-EDIT
               MOVE CLC-CO-OPENING(CLC-CO-SUB) TO CLC-TOTAL-EDIT
               MOVE CLC-CO-TOTAL(CLC-CO-SUB) TO CLC-CO-TOTAL-EDIT
               MOVE SPACES TO CLC-REPORT-LINE
               STRING "  " CLC-CO-CODE(CLC-CO-SUB)
                   " ops: " CLC-COUNT-EDIT
                   " opening: " CLC-TOTAL-EDIT
                   " final: " CLC-CO-TOTAL-EDIT
                   DELIMITED BY SIZE INTO CLC-REPORT-LINE
               WRITE SUMMARY-LINE FROM CLC-REPORT-LINE
           END-PERFORM

           MOVE "Cost centers:" TO CLC-REPORT-LINE
           WRITE SUMMARY-LINE FROM CLC-REPORT-LINE
           PERFORM VARYING CLC-CC-SUB FROM 1 BY 1
               STRING "  " CLC-CC-CODE(CLC-CC-SUB)
                   " ops: " CLC-COUNT-EDIT
                   " total: " CLC-CC-TOTAL-EDIT
                   " company " CLC-CC-COMPANY(CLC-CC-SUB)
                   DELIMITED BY SIZE INTO CLC-REPORT-LINE
               WRITE SUMMARY-LINE FROM CLC-REPORT-LINE
           END-PERFORM
               PERFORM WRITE-BATCH-BALANCE-LINES
           END-IF

           PERFORM WRITE-CAPACITY-LINES

           CLOSE SUMMARY-FILE
           END-IF.

      * How full each run-size table got. A table at the near-limit
      * share or more is flagged so the capacity can be raised before
      * it fills; a full one says how many entries it could not hold.
       WRITE-CAPACITY-LINES.
           MOVE "Table capacity (used / capacity):" TO CLC-REPORT-LINE
           WRITE SUMMARY-LINE FROM CLC-REPORT-LINE

           MOVE "Cost centers" TO CLC-CAP-NAME
           MOVE CLC-CC-COUNT TO CLC-CAP-USED
           MOVE CLC-CC-LIMIT TO CLC-CAP-LIMIT
           MOVE CLC-CC-OVERFLOW TO CLC-CAP-OVERFLOW
           PERFORM WRITE-ONE-CAPACITY-LINE

           MOVE "Batches" TO CLC-CAP-NAME
           MOVE CLC-BSUM-COUNT TO CLC-CAP-USED
           MOVE CLC-BSUM-LIMIT TO CLC-CAP-LIMIT
           MOVE CLC-BSUM-OVERFLOW TO CLC-CAP-OVERFLOW
           PERFORM WRITE-ONE-CAPACITY-LINE

           MOVE "Held rejects" TO CLC-CAP-NAME
           MOVE CLC-PEND-COUNT TO CLC-CAP-USED
           MOVE CLC-PEND-LIMIT TO CLC-CAP-LIMIT
           MOVE CLC-PEND-OVERFLOW TO CLC-CAP-OVERFLOW
           PERFORM WRITE-ONE-CAPACITY-LINE

           MOVE "Companies" TO CLC-CAP-NAME
           MOVE CLC-CO-COUNT TO CLC-CAP-USED
           MOVE CLC-CO-LIMIT TO CLC-CAP-LIMIT
           MOVE CLC-CO-OVERFLOW TO CLC-CAP-OVERFLOW
           PERFORM WRITE-ONE-CAPACITY-LINE

           MOVE "CCMAST.DAT" TO CLC-CAP-NAME
           MOVE CLC-CCM-COUNT TO CLC-CAP-USED
           MOVE CLC-CCM-LIMIT TO CLC-CAP-LIMIT
           MOVE CLC-CCM-OVERFLOW TO CLC-CAP-OVERFLOW
           PERFORM WRITE-ONE-CAPACITY-LINE

           MOVE "CALCFORM.DAT" TO CLC-CAP-NAME
           MOVE CLC-FRM-COUNT TO CLC-CAP-USED
           MOVE CLC-FRM-LIMIT TO CLC-CAP-LIMIT
           MOVE CLC-FRM-OVERFLOW TO CLC-CAP-OVERFLOW
           PERFORM WRITE-ONE-CAPACITY-LINE

           MOVE "CALCRATE.DAT" TO CLC-CAP-NAME
           MOVE CLC-RTE-COUNT TO CLC-CAP-USED
           MOVE CLC-RTE-LIMIT TO CLC-CAP-LIMIT
           MOVE CLC-RTE-OVERFLOW TO CLC-CAP-OVERFLOW
           PERFORM WRITE-ONE-CAPACITY-LINE

           EVALUATE TRUE
               WHEN CAPACITY-EXCEEDED
                   MOVE "*** TABLE(S) FULL - ENTRIES NOT HELD ***"
                       TO CLC-REPORT-LINE
               WHEN CAPACITY-WARNED
                   MOVE "*** TABLE(S) NEAR CAPACITY ***"
                       TO CLC-REPORT-LINE
               WHEN OTHER
                   MOVE "All tables within capacity."
                       TO CLC-REPORT-LINE
           END-EVALUATE
           WRITE SUMMARY-LINE FROM CLC-REPORT-LINE.

       WRITE-ONE-CAPACITY-LINE.
           MOVE CLC-CAP-USED TO CLC-CAP-USED-EDIT
           MOVE CLC-CAP-LIMIT TO CLC-CAP-LIMIT-EDIT
           MOVE CLC-CAP-OVERFLOW TO CLC-CAP-OVER-EDIT
           MOVE SPACES TO CLC-REPORT-LINE
           EVALUATE TRUE
               WHEN CLC-CAP-OVERFLOW > ZERO
                   MOVE "Y" TO CLC-CAP-FULL-SWITCH
                   STRING "  " CLC-CAP-NAME " " CLC-CAP-USED-EDIT
                       " / " CLC-CAP-LIMIT-EDIT " *** FULL - "
                       CLC-CAP-OVER-EDIT " not held ***"
                       DELIMITED BY SIZE INTO CLC-REPORT-LINE
                   DISPLAY CLC-REPORT-LINE
               WHEN CLC-CAP-USED * 100
                       NOT < CLC-CAP-LIMIT * CLC-NEAR-LIMIT-PCT
                   MOVE "Y" TO CLC-CAP-WARN-SWITCH
                   STRING "  " CLC-CAP-NAME " " CLC-CAP-USED-EDIT
                       " / " CLC-CAP-LIMIT-EDIT " *** NEAR LIMIT ***"
                       DELIMITED BY SIZE INTO CLC-REPORT-LINE
                   DISPLAY CLC-REPORT-LINE
               WHEN OTHER
                   STRING "  " CLC-CAP-NAME " " CLC-CAP-USED-EDIT
                       " / " CLC-CAP-LIMIT-EDIT
                       DELIMITED BY SIZE INTO CLC-REPORT-LINE
           END-EVALUATE
           WRITE SUMMARY-LINE FROM CLC-REPORT-LINE.

       WRITE-BATCH-BALANCE-LINES.
           MOVE "Batch verdicts:" TO CLC-REPORT-LINE
           WRITE SUMMARY-LINE FROM CLC-REPORT-LINE

      * The opening value heads the audit trail so downstream
      * balancing can re-derive the closing total from this file
      * alone - one OPENING record per company, together at the head
      * of the run.
       WRITE-OPENING-AUDIT-RECORD.
           PERFORM VARYING CLC-CO-SUB FROM 1 BY 1
                   UNTIL CLC-CO-SUB > CLC-CO-COUNT
               MOVE SPACES TO AUDIT-RECORD
               ADD 1 TO CLC-AUDIT-SEQ
               MOVE CLC-AUDIT-SEQ TO AUD-SEQ
               MOVE CLC-CO-TOTAL(CLC-CO-SUB) TO AUD-TOTAL
               MOVE "OPENING" TO AUD-STATUS
               MOVE CLC-CO-CODE(CLC-CO-SUB) TO AUD-COMPANY-CODE
               PERFORM STAMP-AUDIT-CHAIN
               WRITE AUDIT-RECORD
           END-PERFORM.

      * A resumed run re-opens mid-flight, so the restored cost-center
      * positions go into the audit trail too - one CCOPEN record per
               MOVE CLC-CC-TOTAL(CLC-CC-SUB) TO AUD-DELTA
               MOVE "CCOPEN" TO AUD-STATUS
               MOVE CLC-CC-CODE(CLC-CC-SUB) TO AUD-COST-CENTER
               MOVE CLC-CC-COMPANY(CLC-CC-SUB) TO AUD-COMPANY-CODE
               PERFORM STAMP-AUDIT-CHAIN
               WRITE AUDIT-RECORD
           END-PERFORM.

           MOVE CLC-AUDIT-SEQ TO AUD-SEQ
           MOVE total TO AUD-TOTAL
           MOVE "NOFEED" TO AUD-STATUS
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           IF opt = "C"
               MOVE CLC-ORIG-NUM2 TO AUD-ORIG-NUM2
           END-IF
           MOVE CLC-GL-COMPANY-CODE TO AUD-COMPANY-CODE
           MOVE CLC-REVERSES-DATE TO AUD-REVERSES-DATE
           MOVE CLC-REVERSES-SEQ TO AUD-REVERSES-SEQ
           MOVE CLC-FORMULA-CODE TO AUD-FORMULA-CODE
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD.

      * Every audit record carries a check value chained from the
      * record before it, so a record changed, inserted or removed
      * afterwards breaks the chain from that point on. CALCVRFY and
      * CALCDEND recompute it.
       STAMP-AUDIT-CHAIN.
           MOVE CLC-CURRENT-DATE-X TO CLC-CHAIN-DATE
           MOVE AUDIT-RECORD(1:119) TO CLC-CHAIN-RECORD
           CALL "CALCCHN" USING CLC-AUDIT-CHAIN CLC-CHAIN-IMAGE
           MOVE CLC-AUDIT-CHAIN TO AUD-CHAIN-VALUE.

       LOG-REJECTED-ENTRY.
           DISPLAY "Rejected entry - reason " CLC-REJECT-REASON ": "
               opt
           IF opt = "C"
               MOVE num2 TO AUD-ORIG-NUM2
           END-IF
           MOVE CLC-GL-COMPANY-CODE TO AUD-COMPANY-CODE
           MOVE CLC-REVERSES-DATE TO AUD-REVERSES-DATE
           MOVE CLC-REVERSES-SEQ TO AUD-REVERSES-SEQ
           MOVE CLC-FORMULA-CODE TO AUD-FORMULA-CODE
           PERFORM STAMP-AUDIT-CHAIN
           WRITE AUDIT-RECORD.

      * Posting pass: stream the file again, numbering the batch
                           EVALUATE TR-OPT
                               WHEN "H"
                                   ADD 1 TO CLC-GROUP-ORDINAL
                                   MOVE ZERO TO CLC-GROUP-DETAIL
                                   MOVE "Y" TO CLC-GROUP-OPEN-SWITCH
                                   MOVE TH-BATCH-ID TO CLC-BATCH-ID
                                   PERFORM SET-GROUP-POSTABLE
                               WHEN OTHER
                                   IF NOT GROUP-OPEN
                                       ADD 1 TO CLC-GROUP-ORDINAL
                                       MOVE ZERO TO CLC-GROUP-DETAIL
                                       MOVE "Y"
                                           TO CLC-GROUP-OPEN-SWITCH
                                       MOVE SPACES TO CLC-BATCH-ID
                                       PERFORM SET-GROUP-POSTABLE
                                   END-IF
                                   ADD 1 TO CLC-GROUP-DETAIL
                                   IF GROUP-POSTABLE
                                       PERFORM SERVE-TRANS-DETAIL
                                   END-IF
                           END-IF
                           MOVE SUS-REJECT-DATE
                               TO CLC-SUSP-ORIG-DATE
                           MOVE SUS-REVERSES-DATE
                               TO CLC-REVERSES-DATE
                           MOVE SUS-REVERSES-SEQ
                               TO CLC-REVERSES-SEQ
                   END-READ
               ELSE
                   MOVE CLC-GL-COST-CENTER TO CLC-COST-CENTER
                   MOVE SPACES TO CLC-REVERSES-DATE
                   MOVE SPACES TO CLC-REVERSES-SEQ
      * Console entry is a base-currency affair; foreign work
      * arrives through the batch feed.
                   MOVE CLC-BASE-CURRENCY TO CLC-CURRENCY
                                   PERFORM RESET-BATCH-ACCUMULATORS
                               END-IF
                               MOVE TH-BATCH-ID TO CLC-BATCH-ID
                               MOVE TH-SENDER-ID TO CLC-BATCH-SENDER
                               MOVE "Y" TO CLC-HEADER-SWITCH
                           WHEN "T"
                               MOVE TT-RECORD-COUNT
           ELSE
               MOVE TR-CURRENCY TO CLC-CURRENCY
           END-IF
           IF TR-REVERSAL-FLAG = "R"
               MOVE TR-REVERSES-DATE TO CLC-REVERSES-DATE
               MOVE TR-REVERSES-SEQ TO CLC-REVERSES-SEQ
           ELSE
               MOVE SPACES TO CLC-REVERSES-DATE
               MOVE SPACES TO CLC-REVERSES-SEQ
           END-IF
           IF CLC-SKIP-COUNT < CLC-RESUME-POSITION
               ADD 1 TO CLC-SKIP-COUNT
           ELSE
