      *          report. A day's audit file may hold several runs
      *          (morning batch, correction passes); each OPENING
      *          record starts a new run segment and feed records are
      *          matched to segments in run order. A run opens and
      *          closes each company separately - one OPENING record
      *          and one *TOTAL per company - so totals are derived
      *          and proved company by company, with a verdict line
      *          per company ahead of the overall one. Up to 500
      *          companies a run, as COBOLCalc posts; beyond that the
      *          report fails and the return code is 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 AUD-ORIG-NUM1 PIC X(7).
           05 FILLER PIC X.
           05 AUD-ORIG-NUM2 PIC X(7).
           05 FILLER PIC X.
           05 AUD-COMPANY-CODE PIC X(4).
           05 FILLER PIC X.
           05 AUD-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 AUD-REVERSES-SEQ PIC X(6).
           05 FILLER PIC X.
           05 AUD-FORMULA-CODE PIC X(4).
           05 FILLER PIC X.
           05 AUD-CHAIN-VALUE PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 RCN-AUDIT-FOUND-SWITCH PIC X VALUE "N".
               88 AUDIT-LOADED VALUE "Y".
           01 RCN-CUR-DATE PIC X(8) VALUE SPACES.
           01 RCN-CC-SUB PIC 9(5) VALUE ZERO.
           01 RCN-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
           01 RCN-FEED-COUNT PIC 9(6) VALUE ZERO.
           01 RCN-FEED-EDIT PIC -(9)9.99.
           01 RCN-VERDICT PIC X(16).
           01 RCN-WORK-LINE PIC X(80).

      * Audit records and feed records written before cost centers
      * carried a company belong to the original company 0001.
           01 RCN-DEFAULT-COMPANY PIC X(4) VALUE "0001".
           01 RCN-AUD-COMPANY PIC X(4).
           01 RCN-GL-COMPANY PIC X(4).
           01 RCN-PREV-STATUS PIC X(8) VALUE SPACES.

      * One entry per run found in the day's audit file: its derived
      * closing total per company and its per-cost-center movements.
           01 RCN-RUN-COUNT PIC 9(2) VALUE ZERO.
           01 RCN-RUN-SUB PIC 9(2) VALUE ZERO.
           01 RCN-CHECK-SUB PIC 9(2) VALUE ZERO.
           01 RCN-CO-SUB PIC 9(3) VALUE ZERO.
           01 RCN-TOTALS-TAKEN PIC 9(3) VALUE ZERO.
           01 RCN-RUN-TABLE.
               05 RCN-RUN-ENTRY OCCURS 10 TIMES.
                   10 RCN-RUN-SKIP-FLAG PIC X.
                   10 RCN-RUN-CO-COUNT PIC 9(3).
                   10 RCN-RUN-CO-ENTRY OCCURS 500 TIMES.
                       15 RCN-RUN-CO-CODE PIC X(4).
                       15 RCN-RUN-CO-TOTAL PIC S9(9)V99.
                   10 RCN-RUN-CC-COUNT PIC 9(5).
                   10 RCN-RUN-CC-ENTRY OCCURS 5000 TIMES.
                       15 RCN-RUN-CC-CODE PIC X(6).
                       15 RCN-RUN-CC-TOTAL PIC S9(9)V99.

      * Audit records whose company found no room in its run's table;
      * they are left out of the replay, never credited to another
      * company, and the report fails on them.
           01 RCN-CO-OVERFLOW PIC 9(6) VALUE ZERO.

      * Feed records checked and out of balance per company, for the
      * company verdict lines at the foot of the report.
           01 RCN-SUM-COUNT PIC 9(3) VALUE ZERO.
           01 RCN-SUM-SUB PIC 9(3) VALUE ZERO.
           01 RCN-SUM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 RCN-SUM-TABLE.
               05 RCN-SUM-ENTRY OCCURS 500 TIMES.
                   10 RCN-SUM-COMPANY PIC X(4).
                   10 RCN-SUM-CHECKED PIC 9(6).
                   10 RCN-SUM-MISMATCH PIC 9(6).

      * One entry per feed date: how many *TOTAL records the feed
      * holds for it. Counted in a first pass so segments that
      * produced no feed (withheld or died) can be skipped before

           MOVE SPACES TO RCN-WORK-LINE
           WRITE REPORT-LINE FROM RCN-WORK-LINE
           PERFORM VARYING RCN-SUM-SUB FROM 1 BY 1
                   UNTIL RCN-SUM-SUB > RCN-SUM-COUNT
               PERFORM WRITE-COMPANY-VERDICT
           END-PERFORM
           IF RCN-MISMATCH-COUNT = ZERO
                   AND RCN-CO-OVERFLOW = ZERO
                   AND RCN-SUM-OVERFLOW = ZERO
               MOVE "ALL FEED RECORDS IN BALANCE WITH AUDIT TRAIL"
                   TO RCN-WORK-LINE
               WRITE REPORT-LINE FROM RCN-WORK-LINE
               DISPLAY RCN-WORK-LINE
           END-IF
           IF RCN-MISMATCH-COUNT > ZERO
               MOVE RCN-MISMATCH-COUNT TO RCN-COUNT-EDIT
               MOVE SPACES TO RCN-WORK-LINE
               STRING "*** " RCN-COUNT-EDIT
                   " FEED RECORD(S) OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO RCN-WORK-LINE
               WRITE REPORT-LINE FROM RCN-WORK-LINE
               DISPLAY RCN-WORK-LINE
           END-IF
           IF RCN-CO-OVERFLOW > ZERO
               MOVE RCN-CO-OVERFLOW TO RCN-COUNT-EDIT
               MOVE SPACES TO RCN-WORK-LINE
               STRING "*** COMPANY TABLE FULL - " RCN-COUNT-EDIT
                   " AUDIT RECORD(S) NOT RECONCILED ***"
                   DELIMITED BY SIZE INTO RCN-WORK-LINE
               WRITE REPORT-LINE FROM RCN-WORK-LINE
               DISPLAY RCN-WORK-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RCN-SUM-OVERFLOW > ZERO
               MOVE RCN-SUM-OVERFLOW TO RCN-COUNT-EDIT
               MOVE SPACES TO RCN-WORK-LINE
               STRING "*** COMPANY TABLE FULL - " RCN-COUNT-EDIT
                   " FEED RECORD(S) WITHOUT A COMPANY VERDICT ***"
                   DELIMITED BY SIZE INTO RCN-WORK-LINE
               WRITE REPORT-LINE FROM RCN-WORK-LINE
               DISPLAY RCN-WORK-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE REPORT-FILE
           CLOSE GL-FEED-FILE
      * Segments the feed cannot contain records for are taken out
      * of the running before matching: NOFEED-marked segments first
      * (a run that withheld its feed said so itself), then - when
      * the audit still holds more company openings than the feed
      * has *TOTAL records - the earliest unmarked ones, which are
      * runs that died mid-flight and never closed.
       ALIGN-RUN-SEGMENTS.
           MOVE 1 TO RCN-DATE-SUB
           PERFORM UNTIL RCN-DATE-SUB > RCN-DATE-COUNT
           PERFORM VARYING RCN-RUN-SUB FROM 1 BY 1
                   UNTIL RCN-RUN-SUB > RCN-RUN-COUNT
               IF RCN-RUN-SKIP-FLAG(RCN-RUN-SUB) = "N"
                   ADD RCN-RUN-CO-COUNT(RCN-RUN-SUB)
                       TO RCN-USABLE-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING RCN-RUN-SUB FROM 1 BY 1
                   OR RCN-USABLE-COUNT NOT > RCN-FEED-TOTAL-COUNT
               IF RCN-RUN-SKIP-FLAG(RCN-RUN-SUB) = "N"
                   MOVE "Y" TO RCN-RUN-SKIP-FLAG(RCN-RUN-SUB)
                   SUBTRACT RCN-RUN-CO-COUNT(RCN-RUN-SUB)
                       FROM RCN-USABLE-COUNT
               END-IF
           END-PERFORM
           MOVE ZERO TO RCN-TOTALS-TAKEN.

      * Replay one day's audit file. The first of a run of OPENING
      * records starts a new run segment; each OPENING sets one
      * company's total to its opening value, and cost centers begin
      * at zero. Each OK operation is applied to its company the way
      * COBOLCalc applied it, honoring the round flag recorded on
      * the audit record.
       LOAD-AUDIT-DAY.
           MOVE "N" TO RCN-AUDIT-FOUND-SWITCH
           MOVE "N" TO RCN-AUDIT-EOF-SWITCH
           MOVE ZERO TO RCN-RUN-COUNT
           MOVE ZERO TO RCN-RUN-SUB
           MOVE SPACES TO RCN-PREV-STATUS
           MOVE SPACES TO RCN-AUDIT-FILENAME
           STRING "AUDIT" RCN-CUR-DATE ".DAT"
               DELIMITED BY SIZE INTO RCN-AUDIT-FILENAME
               ADD 1 TO RCN-RUN-COUNT
               MOVE RCN-RUN-COUNT TO RCN-RUN-SUB
               MOVE "N" TO RCN-RUN-SKIP-FLAG(RCN-RUN-SUB)
               MOVE ZERO TO RCN-RUN-CO-COUNT(RCN-RUN-SUB)
               MOVE ZERO TO RCN-RUN-CC-COUNT(RCN-RUN-SUB)
           ELSE
               DISPLAY "More than 10 runs on " RCN-CUR-DATE
           END-IF.

       APPLY-AUDIT-RECORD.
           IF AUD-COMPANY-CODE = SPACES
               MOVE RCN-DEFAULT-COMPANY TO RCN-AUD-COMPANY
           ELSE
               MOVE AUD-COMPANY-CODE TO RCN-AUD-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN AUD-STATUS = "OPENING "
                   IF RCN-PREV-STATUS NOT = "OPENING "
                           OR RCN-RUN-COUNT = ZERO
                       PERFORM START-RUN-SEGMENT
                   END-IF
                   PERFORM FIND-AUDIT-COMPANY
                   IF RCN-CO-SUB > ZERO
                       MOVE AUD-TOTAL
                           TO RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                   END-IF
               WHEN AUD-STATUS = "CCOPEN  "
      * Restored cost-center position of a resumed run.
                   IF RCN-RUN-COUNT = ZERO
                   IF RCN-RUN-COUNT = ZERO
                       PERFORM START-RUN-SEGMENT
                   END-IF
                   PERFORM FIND-AUDIT-COMPANY
                   IF RCN-CO-SUB > ZERO
                       PERFORM FIND-AUDIT-COST-CENTER
                       PERFORM APPLY-AUDIT-OPERATION
                   END-IF
               WHEN AUD-STATUS = "REJECTED"
      * A rejected transaction moves no total, but its company is
      * still in the run and gets a total record on the feed.
                   IF RCN-RUN-COUNT = ZERO
                       PERFORM START-RUN-SEGMENT
                   END-IF
                   PERFORM FIND-AUDIT-COMPANY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE AUD-STATUS TO RCN-PREV-STATUS.

       APPLY-AUDIT-OPERATION.
           EVALUATE AUD-OPT
               WHEN "+"
                   ADD AUD-NUM1
                       TO RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                   ADD AUD-NUM1
                       TO RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
               WHEN "-"
                   SUBTRACT AUD-NUM1
                       FROM RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                   SUBTRACT AUD-NUM1
                       FROM RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
               WHEN "*"
                   IF AUD-ROUND-FLAG = "Y"
                       COMPUTE
                           RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           ROUNDED
                           = RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           * AUD-NUM1
                       COMPUTE
                           RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                           ROUNDED
                           = RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                           * AUD-NUM1
                   ELSE
                       COMPUTE
                           RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           = RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           * AUD-NUM1
                       COMPUTE
                           RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                           = RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                   END-IF
               WHEN "/"
                   IF AUD-ROUND-FLAG = "Y"
                       COMPUTE
                           RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           ROUNDED
                           = RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           / AUD-NUM1
                       COMPUTE
                           RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                           ROUNDED
                           = RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                           / AUD-NUM1
                   ELSE
                       COMPUTE
                           RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           = RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                           / AUD-NUM1
                       COMPUTE
                           RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                           = RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
                           / AUD-NUM1
                   END-IF
               WHEN "C"
                   ADD AUD-DELTA
                       TO RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
                   ADD AUD-DELTA
                       TO RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
           END-EVALUATE.

       FIND-AUDIT-COMPANY.
           MOVE 1 TO RCN-CO-SUB
           PERFORM UNTIL RCN-CO-SUB > RCN-RUN-CO-COUNT(RCN-RUN-SUB)
                   OR RCN-RUN-CO-CODE(RCN-RUN-SUB RCN-CO-SUB)
                       = RCN-AUD-COMPANY
               ADD 1 TO RCN-CO-SUB
           END-PERFORM
           IF RCN-CO-SUB > RCN-RUN-CO-COUNT(RCN-RUN-SUB)
               IF RCN-RUN-CO-COUNT(RCN-RUN-SUB) < 500
                   ADD 1 TO RCN-RUN-CO-COUNT(RCN-RUN-SUB)
                   MOVE RCN-RUN-CO-COUNT(RCN-RUN-SUB) TO RCN-CO-SUB
                   MOVE RCN-AUD-COMPANY
                       TO RCN-RUN-CO-CODE(RCN-RUN-SUB RCN-CO-SUB)
                   MOVE ZERO
                       TO RCN-RUN-CO-TOTAL(RCN-RUN-SUB RCN-CO-SUB)
               ELSE
                   IF RCN-CO-OVERFLOW = ZERO
                       DISPLAY "More than 500 companies in one run on "
                           RCN-CUR-DATE " - company " RCN-AUD-COMPANY
                           " not reconciled."
                   END-IF
                   ADD 1 TO RCN-CO-OVERFLOW
                   MOVE ZERO TO RCN-CO-SUB
               END-IF
           END-IF.

       FIND-AUDIT-COST-CENTER.
           MOVE 1 TO RCN-CC-SUB
           PERFORM UNTIL RCN-CC-SUB > RCN-RUN-CC-COUNT(RCN-RUN-SUB)
               ADD 1 TO RCN-CC-SUB
           END-PERFORM
           IF RCN-CC-SUB > RCN-RUN-CC-COUNT(RCN-RUN-SUB)
               IF RCN-RUN-CC-COUNT(RCN-RUN-SUB) < 5000
                   ADD 1 TO RCN-RUN-CC-COUNT(RCN-RUN-SUB)
                   MOVE RCN-RUN-CC-COUNT(RCN-RUN-SUB) TO RCN-CC-SUB
                   MOVE AUD-COST-CENTER
                   MOVE ZERO
                       TO RCN-RUN-CC-TOTAL(RCN-RUN-SUB RCN-CC-SUB)
               ELSE
                   MOVE 5000 TO RCN-CC-SUB
               END-IF
           END-IF.

      * Feed records for a date arrive in run order, and within a
      * run company by company: the company's cost-center records,
      * then its *TOTAL. Once a segment's *TOTALs - one per company
      * it opened - are all consumed, matching moves to the next run
      * segment.
       CHECK-FEED-RECORD.
           IF GL-COMPANY-CODE = SPACES
               MOVE RCN-DEFAULT-COMPANY TO RCN-GL-COMPANY
           ELSE
               MOVE GL-COMPANY-CODE TO RCN-GL-COMPANY
           END-IF
           PERFORM ADVANCE-CHECK-SEGMENT
           IF NOT AUDIT-LOADED
               MOVE "NO AUDIT FILE" TO RCN-VERDICT
           END-PERFORM.

       CHECK-TOTAL-RECORD.
           MOVE 1 TO RCN-CO-SUB
           PERFORM UNTIL RCN-CO-SUB > RCN-RUN-CO-COUNT(RCN-CHECK-SUB)
                   OR RCN-RUN-CO-CODE(RCN-CHECK-SUB RCN-CO-SUB)
                       = RCN-GL-COMPANY
               ADD 1 TO RCN-CO-SUB
           END-PERFORM
           IF RCN-CO-SUB > RCN-RUN-CO-COUNT(RCN-CHECK-SUB)
               MOVE "CO NOT IN AUDIT" TO RCN-VERDICT
               ADD 1 TO RCN-MISMATCH-COUNT
               MOVE ZERO TO RCN-DERIVED-EDIT
           ELSE
               IF GL-FINAL-TOTAL
                       = RCN-RUN-CO-TOTAL(RCN-CHECK-SUB RCN-CO-SUB)
                   MOVE "OK" TO RCN-VERDICT
               ELSE
                   MOVE "OUT OF BALANCE" TO RCN-VERDICT
                   ADD 1 TO RCN-MISMATCH-COUNT
               END-IF
               MOVE RCN-RUN-CO-TOTAL(RCN-CHECK-SUB RCN-CO-SUB)
                   TO RCN-DERIVED-EDIT
           END-IF
           MOVE GL-FINAL-TOTAL TO RCN-FEED-EDIT
           PERFORM WRITE-RECON-DETAIL
           ADD 1 TO RCN-TOTALS-TAKEN
           IF RCN-TOTALS-TAKEN NOT < RCN-RUN-CO-COUNT(RCN-CHECK-SUB)
               ADD 1 TO RCN-CHECK-SUB
               MOVE ZERO TO RCN-TOTALS-TAKEN
           END-IF.

       CHECK-CC-RECORD.
           MOVE 1 TO RCN-CC-SUB

       WRITE-RECON-DETAIL.
           MOVE SPACES TO RCN-WORK-LINE
           STRING GL-RUN-DATE " " RCN-GL-COMPANY " " GL-COST-CENTER
               " feed: " RCN-FEED-EDIT
               " audit: " RCN-DERIVED-EDIT
               " " RCN-VERDICT
               DELIMITED BY SIZE INTO RCN-WORK-LINE
           WRITE REPORT-LINE FROM RCN-WORK-LINE
           PERFORM TALLY-COMPANY-RESULT.

       TALLY-COMPANY-RESULT.
           MOVE 1 TO RCN-SUM-SUB
           PERFORM UNTIL RCN-SUM-SUB > RCN-SUM-COUNT
                   OR RCN-SUM-COMPANY(RCN-SUM-SUB) = RCN-GL-COMPANY
               ADD 1 TO RCN-SUM-SUB
           END-PERFORM
           IF RCN-SUM-SUB > RCN-SUM-COUNT
               IF RCN-SUM-COUNT < 500
                   ADD 1 TO RCN-SUM-COUNT
                   MOVE RCN-SUM-COUNT TO RCN-SUM-SUB
                   MOVE RCN-GL-COMPANY TO RCN-SUM-COMPANY(RCN-SUM-SUB)
                   MOVE ZERO TO RCN-SUM-CHECKED(RCN-SUM-SUB)
                   MOVE ZERO TO RCN-SUM-MISMATCH(RCN-SUM-SUB)
               ELSE
                   ADD 1 TO RCN-SUM-OVERFLOW
                   MOVE ZERO TO RCN-SUM-SUB
               END-IF
           END-IF
           IF RCN-SUM-SUB > ZERO
               ADD 1 TO RCN-SUM-CHECKED(RCN-SUM-SUB)
               IF RCN-VERDICT NOT = "OK"
                   ADD 1 TO RCN-SUM-MISMATCH(RCN-SUM-SUB)
               END-IF
           END-IF.

      * One line per company, read by CALCDEND to close the day
      * company by company: "COMPANY cccc IN BALANCE" or "COMPANY
      * cccc OUT OF BALANCE - n RECORD(S)".
       WRITE-COMPANY-VERDICT.
           MOVE SPACES TO RCN-WORK-LINE
           IF RCN-SUM-MISMATCH(RCN-SUM-SUB) = ZERO
               STRING "COMPANY " RCN-SUM-COMPANY(RCN-SUM-SUB)
                   " IN BALANCE"
                   DELIMITED BY SIZE INTO RCN-WORK-LINE
           ELSE
               MOVE RCN-SUM-MISMATCH(RCN-SUM-SUB) TO RCN-COUNT-EDIT
               STRING "COMPANY " RCN-SUM-COMPANY(RCN-SUM-SUB)
                   " OUT OF BALANCE - " RCN-COUNT-EDIT " RECORD(S)"
                   DELIMITED BY SIZE INTO RCN-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM RCN-WORK-LINE
           DISPLAY RCN-WORK-LINE.

       END PROGRAM CALCRECN.
