      *          that fail are copied whole to TRANSREJ.DAT so they
      *          can be bounced back to the sending department, and
      *          the edit report carries a verdict line per batch.
      *          A batch posts to one company only: a batch whose
      *          cost centers belong to more than one company on
      *          CCMAST.DAT is rejected whole. Every batch header
      *          must name its sending department. Each batch's
      *          verdict, and every check it failed, also goes to
      *          EDITBOUT.DAT for the return files (CALCRETN).
      *          Formulas, rates and cost centers are held to the
      *          same limits as COBOLCalc (1000, 1000, 5000); a file
      *          with more is counted on the edit report and the run
      *          ends with return code 12, since entries past the
      *          limit would be misjudged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RATE-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-RATE-STATUS.
           SELECT CC-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-CCM-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "TRANSCLN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-CLEAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EDITRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-REPORT-STATUS.
           SELECT OUTCOME-FILE ASSIGN TO "EDITBOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDT-OUTCOME-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05 TR-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 TR-CURRENCY PIC X(03).
           05 FILLER PIC X.
           05 TR-REVERSAL-FLAG PIC X.
           05 FILLER PIC X.
           05 TR-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 TR-REVERSES-SEQ PIC X(6).
       01  TRANS-HEADER-RECORD.
           05 TH-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 TH-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 TH-SENDER-ID PIC X(4).
       01  TRANS-TRAILER-RECORD.
           05 TT-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RTE-RATE PIC S9(3)V9(6) SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RTE-EFF-DATE PIC X(8).
       FD  CC-MASTER-FILE.
       01  CC-MASTER-RECORD.
           05 CCM-CODE PIC X(6).
           05 FILLER PIC X.
           05 CCM-DESC PIC X(20).
           05 FILLER PIC X.
           05 CCM-ACTIVE-FLAG PIC X.
           05 FILLER PIC X.
           05 CCM-DEPT PIC X(4).
           05 FILLER PIC X.
           05 CCM-COMPANY PIC X(4).
       FD  CLEAN-FILE.
       01  CLEAN-RECORD PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
      * A C record for each failed check as it is found (detail
      * number zero for a check on the batch as a whole), then the
      * batch's B record with its verdict: A accepted, R rejected.
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
           05 OUT-CHECKS PIC 9(6).
       01  OUTCOME-CHECK-RECORD.
           05 FILLER PIC X(25).
           05 OUT-DETAIL-NO PIC 9(6).
           05 FILLER PIC X.
           05 OUT-CHECK-TEXT PIC X(40).
       WORKING-STORAGE SECTION.
           01 EDT-TRANS-STATUS PIC XX.
           01 EDT-CONTROL-STATUS PIC XX.
           01 EDT-CLEAN-STATUS PIC XX.
           01 EDT-REJECT-STATUS PIC XX.
           01 EDT-REPORT-STATUS PIC XX.
           01 EDT-OUTCOME-STATUS PIC XX.

           01 EDT-CURRENT-DATE PIC X(8).
           01 EDT-EOF-SWITCH PIC X VALUE "N".
               88 FORMULA-FOUND VALUE "Y".

           01 EDT-BATCH-ID PIC X(8) VALUE SPACES.
           01 EDT-BATCH-SENDER PIC X(4) VALUE SPACES.
           01 EDT-ERROR-DETAIL PIC 9(6) VALUE ZERO.
           01 EDT-DETAIL-COUNT PIC 9(6) VALUE ZERO.
           01 EDT-HASH-TOTAL PIC S9(8)V99 VALUE ZERO.
           01 EDT-EXPECTED-COUNT PIC 9(6) VALUE ZERO.
           01 EDT-HASH-EDIT PIC -(7)9.99.
           01 EDT-WORK-LINE PIC X(80).
           01 EDT-REASON-TEXT PIC X(40).
           01 EDT-OVERFLOW-EDIT PIC Z(5)9.

      * Reference records read after their table filled.
           01 EDT-FRM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 EDT-RTE-OVERFLOW PIC 9(6) VALUE ZERO.
           01 EDT-CCM-OVERFLOW PIC 9(6) VALUE ZERO.

           01 EDT-CTL-COUNT PIC 9(2) VALUE ZERO.
           01 EDT-CTL-SUB PIC 9(2) VALUE ZERO.
                   10 EDT-CTL-DESC PIC X(20).
                   10 EDT-CTL-ROUND-FLAG PIC X.

           01 EDT-FRM-COUNT PIC 9(5) VALUE ZERO.
           01 EDT-FRM-SUB PIC 9(5) VALUE ZERO.
           01 EDT-FRM-TABLE.
               05 EDT-FRM-ENTRY OCCURS 1000 TIMES.
                   10 EDT-FRM-CODE PIC X(4).
                   10 EDT-FRM-EFF-DATE PIC X(8).
           01 EDT-FORMULA-CODE PIC X(4).
           01 EDT-RTE-FOUND-SWITCH PIC X VALUE "N".
               88 RATE-FOUND VALUE "Y".
           01 EDT-BASE-CURRENCY PIC X(3) VALUE "USD".
           01 EDT-RTE-COUNT PIC 9(5) VALUE ZERO.
           01 EDT-RTE-SUB PIC 9(5) VALUE ZERO.
           01 EDT-RTE-TABLE.
               05 EDT-RTE-ENTRY OCCURS 1000 TIMES.
                   10 EDT-RTE-CURRENCY PIC X(3).
                   10 EDT-RTE-EFF-DATE PIC X(8).

      * Company of each cost center, as COBOLCalc resolves it: a
      * blank cost center posts to CALC01 and a master entry with
      * no company belongs to 0001. A cost center not on the master
      * is left for the posting run to reject and does not count
      * toward the batch's company.
           01 EDT-CCM-STATUS PIC XX.
           01 EDT-CCM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-CC-MASTER VALUE "Y".
           01 EDT-DEFAULT-COMPANY PIC X(4) VALUE "0001".
           01 EDT-DEFAULT-COST-CENTER PIC X(6) VALUE "CALC01".
           01 EDT-COST-CENTER PIC X(6).
           01 EDT-COMPANY PIC X(4).
           01 EDT-BATCH-COMPANY PIC X(4) VALUE SPACES.
           01 EDT-MIXED-SWITCH PIC X VALUE "N".
               88 COMPANIES-MIXED VALUE "Y".
           01 EDT-CCM-COUNT PIC 9(5) VALUE ZERO.
           01 EDT-CCM-SUB PIC 9(5) VALUE ZERO.
           01 EDT-CCM-TABLE.
               05 EDT-CCM-ENTRY OCCURS 5000 TIMES.
                   10 EDT-CCM-CODE PIC X(6).
                   10 EDT-CCM-COMPANY PIC X(4).

      * Batches are judged in a first pass over the file and routed
      * whole to the clean or reject file in a streaming second
      * pass, so a batch of any size can be edited without being
      * held in storage. Both passes number the batch groups the
      * same way; the verdict table carries one byte per batch,
      * and a batch past the 5000th - the same limit COBOLCalc
      * enforces - is rejected for want of a verdict slot.
           01 EDT-BATCH-ORD PIC 9(6) VALUE ZERO.
           01 EDT-GROUP-ORDINAL PIC 9(6) VALUE ZERO.
           01 EDT-GROUP-OPEN-SWITCH PIC X VALUE "N".
               88 GROUP-OPEN VALUE "Y".
           01 EDT-ROUTE-SWITCH PIC X VALUE "N".
               88 ROUTE-TO-CLEAN VALUE "Y".
           01 EDT-VERDICT-TABLE VALUE SPACES.
               05 EDT-VERDICT-FLAG OCCURS 5000 TIMES PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Transaction Edit"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTCOME-FILE
           IF EDT-OUTCOME-STATUS NOT = "00"
               DISPLAY "Unable to open EDITBOUT.DAT - aborting edit."
               CLOSE TRANS-FILE
               CLOSE CLEAN-FILE
               CLOSE REJECT-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CONTROL-TABLE
           PERFORM LOAD-FORMULA-TABLE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-CC-MASTER-TABLE

           MOVE SPACES TO EDT-WORK-LINE
           STRING "COBOLCalc Transaction Edit - " EDT-CURRENT-DATE
           WRITE REPORT-LINE FROM EDT-WORK-LINE
           MOVE SPACES TO EDT-WORK-LINE
           WRITE REPORT-LINE FROM EDT-WORK-LINE
           PERFORM WRITE-TABLE-OVERFLOW-LINES

           PERFORM UNTIL END-OF-TRANS
               READ TRANS-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           CLOSE OUTCOME-FILE

           DISPLAY "Edit report written to EDITRPT.DAT."
           IF RETURN-CODE = ZERO
       LOAD-FORMULA-TABLE.
           OPEN INPUT FORMULA-FILE
           IF EDT-FORMULA-STATUS = "00"
               PERFORM UNTIL END-OF-FORMULAS
                   READ FORMULA-FILE
                       AT END
                           MOVE "Y" TO EDT-FRM-EOF-SWITCH
                       NOT AT END
                           IF EDT-FRM-COUNT = 1000
                               ADD 1 TO EDT-FRM-OVERFLOW
                           ELSE
                               ADD 1 TO EDT-FRM-COUNT
                               MOVE FRM-CODE
                                   TO EDT-FRM-CODE(EDT-FRM-COUNT)
                               MOVE FRM-EFF-DATE
                                   TO EDT-FRM-EFF-DATE(EDT-FRM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMULA-FILE
           END-IF.

       LOAD-CC-MASTER-TABLE.
           OPEN INPUT CC-MASTER-FILE
           IF EDT-CCM-STATUS = "00"
               PERFORM UNTIL END-OF-CC-MASTER
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO EDT-CCM-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-CC-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
           END-IF.

       TAKE-CC-MASTER-RECORD.
           IF EDT-CCM-COUNT = 5000
               ADD 1 TO EDT-CCM-OVERFLOW
           ELSE
               ADD 1 TO EDT-CCM-COUNT
               MOVE CCM-CODE TO EDT-CCM-CODE(EDT-CCM-COUNT)
               IF CCM-COMPANY = SPACES
                   MOVE EDT-DEFAULT-COMPANY
                       TO EDT-CCM-COMPANY(EDT-CCM-COUNT)
               ELSE
                   MOVE CCM-COMPANY TO EDT-CCM-COMPANY(EDT-CCM-COUNT)
               END-IF
           END-IF.

      * A reference file larger than its table would have records
      * past the limit judged unknown or not on the master, so the
      * edit cannot be trusted and the run ends with return code 12.
       WRITE-TABLE-OVERFLOW-LINES.
           IF EDT-FRM-OVERFLOW > ZERO
               MOVE EDT-FRM-OVERFLOW TO EDT-OVERFLOW-EDIT
               MOVE SPACES TO EDT-WORK-LINE
               STRING "*** " EDT-OVERFLOW-EDIT
                   " FORMULAS BEYOND 1000 ON CALCFORM.DAT NOT READ ***"
                   DELIMITED BY SIZE INTO EDT-WORK-LINE
               PERFORM WRITE-OVERFLOW-LINE
           END-IF
           IF EDT-RTE-OVERFLOW > ZERO
               MOVE EDT-RTE-OVERFLOW TO EDT-OVERFLOW-EDIT
               MOVE SPACES TO EDT-WORK-LINE
               STRING "*** " EDT-OVERFLOW-EDIT
                   " RATES BEYOND 1000 ON CALCRATE.DAT NOT READ ***"
                   DELIMITED BY SIZE INTO EDT-WORK-LINE
               PERFORM WRITE-OVERFLOW-LINE
           END-IF
           IF EDT-CCM-OVERFLOW > ZERO
               MOVE EDT-CCM-OVERFLOW TO EDT-OVERFLOW-EDIT
               MOVE SPACES TO EDT-WORK-LINE
               STRING "*** " EDT-OVERFLOW-EDIT
                   " COST CENTERS BEYOND 5000 ON CCMAST.DAT "
                   "NOT READ ***"
                   DELIMITED BY SIZE INTO EDT-WORK-LINE
               PERFORM WRITE-OVERFLOW-LINE
           END-IF.

       WRITE-OVERFLOW-LINE.
           WRITE REPORT-LINE FROM EDT-WORK-LINE
           DISPLAY EDT-WORK-LINE
           MOVE 12 TO RETURN-CODE.

      * "=" is the conventional end-of-input marker, not feeder
      * data; like COBOLCalc's two passes it never opens a batch
      * and there is nothing on it to edit.
           MOVE "Y" TO EDT-BATCH-GOOD-SWITCH
           MOVE "N" TO EDT-TRAILER-SWITCH
           MOVE TH-BATCH-ID TO EDT-BATCH-ID
           MOVE TH-SENDER-ID TO EDT-BATCH-SENDER
           MOVE SPACES TO EDT-BATCH-COMPANY
           MOVE "N" TO EDT-MIXED-SWITCH
           MOVE ZERO TO EDT-DETAIL-COUNT
           MOVE ZERO TO EDT-HASH-TOTAL
           MOVE ZERO TO EDT-ERROR-COUNT
           ADD 1 TO EDT-BATCHES-SEEN
           ADD 1 TO EDT-BATCH-ORD
           PERFORM CHECK-BATCH-LIMIT
      * The outcome goes back to the department named here; a batch
      * that names none has nobody to return it to.
           IF EDT-BATCH-SENDER = SPACES
               MOVE "sending department missing" TO EDT-REASON-TEXT
               PERFORM WRITE-ERROR-LINE
               MOVE "N" TO EDT-BATCH-GOOD-SWITCH
           END-IF.

       TAKE-BATCH-TRAILER.
           IF NOT BATCH-OPEN
           MOVE "N" TO EDT-BATCH-GOOD-SWITCH
           MOVE "N" TO EDT-TRAILER-SWITCH
           MOVE "*NOHDR*" TO EDT-BATCH-ID
           MOVE SPACES TO EDT-BATCH-SENDER
           MOVE SPACES TO EDT-BATCH-COMPANY
           MOVE "N" TO EDT-MIXED-SWITCH
           MOVE ZERO TO EDT-DETAIL-COUNT
           MOVE ZERO TO EDT-HASH-TOTAL
           MOVE ZERO TO EDT-ERROR-COUNT
           PERFORM WRITE-ERROR-LINE.

       CHECK-BATCH-LIMIT.
           IF EDT-BATCH-ORD > 5000
               MOVE "more than 5000 batches in one file"
                   TO EDT-REASON-TEXT
               PERFORM WRITE-ERROR-LINE
               MOVE "N" TO EDT-BATCH-GOOD-SWITCH
               PERFORM START-HEADERLESS-BATCH
           END-IF
           ADD 1 TO EDT-DETAIL-COUNT
           MOVE EDT-DETAIL-COUNT TO EDT-ERROR-DETAIL
           IF TR-NUM1 IS NUMERIC
               ADD TR-NUM1 TO EDT-HASH-TOTAL
           END-IF
           IF TR-OPT = "C"
               PERFORM CHECK-FORMULA-CODE
           END-IF
           PERFORM CHECK-CURRENCY
           PERFORM CHECK-REVERSAL-REFERENCE
           PERFORM CHECK-BATCH-COMPANY
           MOVE ZERO TO EDT-ERROR-DETAIL.

      * A reversing entry must name the posting it reverses, or the
      * cross-reference onto the audit trail would be lost.
       CHECK-REVERSAL-REFERENCE.
           IF TR-REVERSAL-FLAG NOT = SPACE
               IF TR-REVERSAL-FLAG NOT = "R"
                   MOVE SPACES TO EDT-REASON-TEXT
                   STRING "reversal marker not R: " TR-REVERSAL-FLAG
                       DELIMITED BY SIZE INTO EDT-REASON-TEXT
                   PERFORM WRITE-ERROR-LINE
                   MOVE "N" TO EDT-BATCH-GOOD-SWITCH
               ELSE
                   IF TR-REVERSES-DATE NOT NUMERIC
                           OR TR-REVERSES-SEQ NOT NUMERIC
                       MOVE "reversal date/sequence not numeric"
                           TO EDT-REASON-TEXT
                       PERFORM WRITE-ERROR-LINE
                       MOVE "N" TO EDT-BATCH-GOOD-SWITCH
                   END-IF
               END-IF
           END-IF.

      * The first detail whose cost center is on the master fixes
      * the batch's company; a later one from another company fails
      * the batch, reported once however many details disagree.
       CHECK-BATCH-COMPANY.
           IF TR-COST-CENTER = SPACES
               MOVE EDT-DEFAULT-COST-CENTER TO EDT-COST-CENTER
           ELSE
               MOVE TR-COST-CENTER TO EDT-COST-CENTER
           END-IF
           MOVE SPACES TO EDT-COMPANY
           PERFORM VARYING EDT-CCM-SUB FROM 1 BY 1
                   UNTIL EDT-CCM-SUB > EDT-CCM-COUNT
               IF EDT-CCM-CODE(EDT-CCM-SUB) = EDT-COST-CENTER
                   MOVE EDT-CCM-COMPANY(EDT-CCM-SUB) TO EDT-COMPANY
               END-IF
           END-PERFORM
           IF EDT-CCM-COUNT = ZERO
               MOVE EDT-DEFAULT-COMPANY TO EDT-COMPANY
           END-IF
           IF EDT-COMPANY NOT = SPACES
               IF EDT-BATCH-COMPANY = SPACES
                   MOVE EDT-COMPANY TO EDT-BATCH-COMPANY
               ELSE
                   IF EDT-COMPANY NOT = EDT-BATCH-COMPANY
                           AND NOT COMPANIES-MIXED
                       MOVE "Y" TO EDT-MIXED-SWITCH
                       MOVE SPACES TO EDT-REASON-TEXT
                       STRING "batch mixes companies "
                           EDT-BATCH-COMPANY " and " EDT-COMPANY
                           DELIMITED BY SIZE INTO EDT-REASON-TEXT
                       PERFORM WRITE-ERROR-LINE
                       MOVE "N" TO EDT-BATCH-GOOD-SWITCH
                   END-IF
               END-IF
           END-IF.

       CHECK-OPERATOR.
           MOVE "N" TO EDT-OPCODE-FOUND-SWITCH
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF EDT-RATE-STATUS = "00"
               PERFORM UNTIL END-OF-RATES
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO EDT-RTE-EOF-SWITCH
                       NOT AT END
                           IF EDT-RTE-COUNT = 1000
                               ADD 1 TO EDT-RTE-OVERFLOW
                           ELSE
                               ADD 1 TO EDT-RTE-COUNT
                               MOVE RTE-CURRENCY
                                   TO EDT-RTE-CURRENCY(EDT-RTE-COUNT)
                               MOVE RTE-EFF-DATE
                                   TO EDT-RTE-EFF-DATE(EDT-RTE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           MOVE SPACES TO EDT-WORK-LINE
           STRING "  " EDT-BATCH-ID ": " EDT-REASON-TEXT
               DELIMITED BY SIZE INTO EDT-WORK-LINE
           WRITE REPORT-LINE FROM EDT-WORK-LINE
           MOVE SPACES TO OUTCOME-CHECK-RECORD
           MOVE "C" TO OUT-REC-TYPE
           MOVE EDT-CURRENT-DATE TO OUT-RUN-DATE
           MOVE EDT-BATCH-ID TO OUT-BATCH-ID
           MOVE EDT-BATCH-SENDER TO OUT-SENDER-ID
           MOVE EDT-ERROR-DETAIL TO OUT-DETAIL-NO
           MOVE EDT-REASON-TEXT TO OUT-CHECK-TEXT
           WRITE OUTCOME-CHECK-RECORD.

       CLOSE-OUT-BATCH.
           IF BATCH-GOOD
               ADD 1 TO EDT-BATCHES-BAD
               ADD EDT-DETAIL-COUNT TO EDT-REJECT-COUNT
           END-IF
           IF EDT-BATCH-ORD NOT > 5000
               IF BATCH-GOOD
                   MOVE "A" TO EDT-VERDICT-FLAG(EDT-BATCH-ORD)
               ELSE
               END-IF
           END-IF
           PERFORM WRITE-BATCH-VERDICT
           PERFORM WRITE-BATCH-OUTCOME
           MOVE "N" TO EDT-BATCH-OPEN-SWITCH.

       WRITE-BATCH-OUTCOME.
           MOVE SPACES TO OUTCOME-BATCH-RECORD
           MOVE "B" TO OUT-REC-TYPE
           MOVE EDT-CURRENT-DATE TO OUT-RUN-DATE
           MOVE EDT-BATCH-ID TO OUT-BATCH-ID
           MOVE EDT-BATCH-SENDER TO OUT-SENDER-ID
           IF BATCH-GOOD
               MOVE "A" TO OUT-VERDICT
           ELSE
               MOVE "R" TO OUT-VERDICT
           END-IF
           MOVE EDT-DETAIL-COUNT TO OUT-DETAILS
           MOVE EDT-ERROR-COUNT TO OUT-CHECKS
           WRITE OUTCOME-BATCH-RECORD.

      * Routing pass: stream the file again, numbering the batch
      * groups exactly as the judging pass did, and copy every
      * record of a group to the clean or reject file per its
               END-EVALUATE
               MOVE "N" TO EDT-ROUTE-SWITCH
               IF EDT-GROUP-ORDINAL > ZERO
                       AND EDT-GROUP-ORDINAL NOT > 5000
                   IF EDT-VERDICT-FLAG(EDT-GROUP-ORDINAL) = "A"
                       MOVE "Y" TO EDT-ROUTE-SWITCH
                   END-IF
