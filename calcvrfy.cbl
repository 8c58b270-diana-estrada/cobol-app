      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Audit chain verification. Walks a range of run dates
      *          and recomputes every audit record's chained check
      *          value (CALCCHN) from the record's contents and the
      *          check value of the record before it, starting from
      *          zero at sequence 1 of each run date. Source A reads
      *          the archive - the yearly history files AUDHyyyy.DAT
      *          for dates already purged, then the audit master
      *          AUDMAST.DAT; source D reads the daily audit files
      *          AUDITyyyymmdd.DAT. The report VRFYRPT.DAT has one
      *          line per run date and names the exact date and
      *          sequence where the chain first breaks - a record
      *          altered, or a record before it removed, inserted or
      *          moved. Checking stops there. Records from before the
      *          chain existed carry no check value and are counted
      *          as unchained; once a date's chain has started, a
      *          missing value is a break.
      *          Return code 0 every record verified, 4 unchained
      *          records or nothing found, 8 chain broken, 12 bad
      *          input or the source could not be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC VFY-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-AUDIT-STATUS.
           SELECT AUDIT-MASTER ASSIGN TO "AUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS VFY-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC VFY-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VRFYRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VFY-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The daily audit file as text, exactly as COBOLCalc wrote it.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-SEQ PIC X(6).
           05 FILLER PIC X(113).
           05 FILLER PIC X.
           05 AUD-CHAIN-VALUE PIC X(10).
       FD  AUDIT-MASTER.
       01  AUDIT-MASTER-RECORD.
           05 AM-KEY.
               10 AM-RUN-DATE PIC 9(8).
               10 AM-SEQ PIC 9(6).
           05 AM-OPT PIC X.
           05 AM-NUM1 PIC X(7).
           05 AM-TOTAL PIC X(9).
           05 AM-NUM2 PIC X(7).
           05 AM-DELTA PIC X(11).
           05 AM-STATUS PIC X(8).
           05 AM-COST-CENTER PIC X(06).
           05 AM-ROUND-FLAG PIC X.
           05 AM-BATCH-ID PIC X(8).
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
       01  HIST-DETAIL-RECORD.
           05 HD-RUN-DATE PIC X(8).
           05 HD-SEQ PIC X(6).
           05 FILLER PIC X.
           05 HD-OPT PIC X.
           05 FILLER PIC X.
           05 HD-NUM1 PIC X(7).
           05 FILLER PIC X.
           05 HD-TOTAL PIC X(9).
           05 FILLER PIC X.
           05 HD-NUM2 PIC X(7).
           05 FILLER PIC X.
           05 HD-DELTA PIC X(11).
           05 FILLER PIC X.
           05 HD-STATUS PIC X(8).
           05 FILLER PIC X.
           05 HD-COST-CENTER PIC X(6).
           05 FILLER PIC X.
           05 HD-ROUND-FLAG PIC X.
           05 FILLER PIC X.
           05 HD-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 HD-CURRENCY PIC X(3).
           05 FILLER PIC X.
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 VFY-AUDIT-STATUS PIC XX.
           01 VFY-MASTER-STATUS PIC XX.
           01 VFY-HISTORY-STATUS PIC XX.
           01 VFY-REPORT-STATUS PIC XX.
           01 VFY-AUDIT-FILENAME PIC X(20).
           01 VFY-HISTORY-FILENAME PIC X(20).

           01 VFY-FROM-DATE PIC X(8).
           01 VFY-FROM-DATE-N REDEFINES VFY-FROM-DATE PIC 9(8).
           01 VFY-TO-DATE PIC X(8).
           01 VFY-TO-DATE-N REDEFINES VFY-TO-DATE PIC 9(8).
           01 VFY-SOURCE PIC X.
               88 SOURCE-ARCHIVE VALUE "A" "a".
               88 SOURCE-DAILY VALUE "D" "d".
           01 VFY-SOURCE-NAME PIC X(7).

           01 VFY-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-SOURCE VALUE "Y".
           01 VFY-BREAK-SWITCH PIC X VALUE "N".
               88 CHAIN-BROKEN VALUE "Y".
           01 VFY-CHAINED-SWITCH PIC X VALUE "N".
               88 DATE-CHAINED VALUE "Y".
           01 VFY-READ-ERROR-SWITCH PIC X VALUE "N".
               88 SOURCE-READ-ERROR VALUE "Y".

      * Day walk for the daily files.
           01 VFY-DAY-INT PIC 9(8) VALUE ZERO.
           01 VFY-TO-INT PIC 9(8) VALUE ZERO.
           01 VFY-DAY-DATE PIC 9(8) VALUE ZERO.
      * Year walk for the history files.
           01 VFY-YEAR PIC 9(4) VALUE ZERO.
           01 VFY-TO-YEAR PIC 9(4) VALUE ZERO.

      * The record in hand, whatever the source, and the date being
      * checked.
           01 VFY-REC-DATE PIC X(8).
           01 VFY-REC-SEQ PIC X(6).
           01 VFY-REC-SEQ-N PIC 9(6).
           01 VFY-REC-CHAIN PIC X(10).
           01 VFY-CUR-DATE PIC X(8) VALUE SPACES.
           01 VFY-EXPECT-SEQ PIC 9(6) VALUE ZERO.
           01 VFY-CHAIN PIC 9(10) VALUE ZERO.
           01 VFY-STORED-CHAIN PIC 9(10) VALUE ZERO.
           01 VFY-BREAK-DATE PIC X(8) VALUE SPACES.
           01 VFY-BREAK-SEQ PIC X(6) VALUE SPACES.
           01 VFY-BREAK-REASON PIC X(50) VALUE SPACES.

      * What CALCCHN folds: the run date, then the audit record up to
      * its own check value, laid out as the daily file holds it.
           01 VFY-CHAIN-IMAGE.
               05 VFY-CHAIN-DATE PIC X(8).
               05 VFY-AUDIT-IMAGE.
                   10 VFI-SEQ PIC X(6).
                   10 FILLER PIC X.
                   10 VFI-OPT PIC X.
                   10 FILLER PIC X.
                   10 VFI-NUM1 PIC X(7).
                   10 FILLER PIC X.
                   10 VFI-TOTAL PIC X(9).
                   10 FILLER PIC X.
                   10 VFI-NUM2 PIC X(7).
                   10 FILLER PIC X.
                   10 VFI-DELTA PIC X(11).
                   10 FILLER PIC X.
                   10 VFI-STATUS PIC X(8).
                   10 FILLER PIC X.
                   10 VFI-COST-CENTER PIC X(6).
                   10 FILLER PIC X.
                   10 VFI-ROUND-FLAG PIC X.
                   10 FILLER PIC X.
                   10 VFI-BATCH-ID PIC X(8).
                   10 FILLER PIC X.
                   10 VFI-CURRENCY PIC X(3).
                   10 FILLER PIC X.
                   10 VFI-ORIG-NUM1 PIC X(7).
                   10 FILLER PIC X.
                   10 VFI-ORIG-NUM2 PIC X(7).
                   10 FILLER PIC X.
                   10 VFI-COMPANY-CODE PIC X(4).
                   10 FILLER PIC X.
                   10 VFI-REVERSES-DATE PIC X(8).
                   10 FILLER PIC X.
                   10 VFI-REVERSES-SEQ PIC X(6).
                   10 FILLER PIC X.
                   10 VFI-FORMULA-CODE PIC X(4).

      * Per-date and run totals.
           01 VFY-DATE-RECORDS PIC 9(6) VALUE ZERO.
           01 VFY-DATE-UNCHAINED PIC 9(6) VALUE ZERO.
           01 VFY-DATE-COUNT PIC 9(6) VALUE ZERO.
           01 VFY-RECORD-COUNT PIC 9(8) VALUE ZERO.
           01 VFY-UNCHAINED-COUNT PIC 9(8) VALUE ZERO.
           01 VFY-COUNT-EDIT PIC ZZZZZ9.
           01 VFY-COUNT-EDIT2 PIC ZZZZZ9.
           01 VFY-TOTAL-EDIT PIC ZZZZZZZ9.
           01 VFY-DATE-RESULT PIC X(20).
           01 VFY-WORK-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Audit Chain Verification"
           DISPLAY " "
           DISPLAY "From run date (YYYYMMDD):"
           ACCEPT VFY-FROM-DATE
           DISPLAY "To run date (YYYYMMDD), blank for the same date:"
           ACCEPT VFY-TO-DATE
           IF VFY-TO-DATE = SPACES
               MOVE VFY-FROM-DATE TO VFY-TO-DATE
           END-IF
           DISPLAY "Source: A = archive (history and audit master), "
               "D = daily audit files"
           ACCEPT VFY-SOURCE

           IF VFY-FROM-DATE NOT NUMERIC OR VFY-TO-DATE NOT NUMERIC
               DISPLAY "Dates must be numeric - nothing verified."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(VFY-FROM-DATE-N) NOT = ZERO
                   OR FUNCTION TEST-DATE-YYYYMMDD(VFY-TO-DATE-N)
                       NOT = ZERO
                   OR VFY-FROM-DATE > VFY-TO-DATE
               DISPLAY "Not a valid date range - nothing verified."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN SOURCE-ARCHIVE
                   MOVE "archive" TO VFY-SOURCE-NAME
               WHEN SOURCE-DAILY
                   MOVE "daily" TO VFY-SOURCE-NAME
               WHEN OTHER
                   DISPLAY "Invaild choice"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           IF VFY-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open verification report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO VFY-WORK-LINE
           STRING "COBOLCalc Audit Chain Verification - "
               VFY-FROM-DATE " to " VFY-TO-DATE " ("
               DELIMITED BY SIZE
               VFY-SOURCE-NAME DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO VFY-WORK-LINE
           WRITE REPORT-LINE FROM VFY-WORK-LINE
           MOVE SPACES TO VFY-WORK-LINE
           WRITE REPORT-LINE FROM VFY-WORK-LINE
           MOVE "Run date   Records  Unchained  Result"
               TO VFY-WORK-LINE
           WRITE REPORT-LINE FROM VFY-WORK-LINE

           IF SOURCE-ARCHIVE
               PERFORM VERIFY-HISTORY-FILES
               IF NOT CHAIN-BROKEN
                   PERFORM VERIFY-AUDIT-MASTER
               END-IF
           ELSE
               PERFORM VERIFY-DAILY-FILES
           END-IF
           PERFORM END-OF-DATE

           PERFORM WRITE-VERIFY-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Verification report written to VRFYRPT.DAT."

           EVALUATE TRUE
               WHEN SOURCE-READ-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN CHAIN-BROKEN
                   MOVE 8 TO RETURN-CODE
               WHEN VFY-RECORD-COUNT = ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN VFY-UNCHAINED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      * Purged dates live in the yearly history files, one per year
      * of the range; a year with no history file was never purged.
      * Trailers and dates outside the range are passed over.
       VERIFY-HISTORY-FILES.
           MOVE VFY-FROM-DATE(1:4) TO VFY-YEAR
           MOVE VFY-TO-DATE(1:4) TO VFY-TO-YEAR
           PERFORM UNTIL VFY-YEAR > VFY-TO-YEAR OR CHAIN-BROKEN
               MOVE SPACES TO VFY-HISTORY-FILENAME
               STRING "AUDH" VFY-YEAR ".DAT"
                   DELIMITED BY SIZE INTO VFY-HISTORY-FILENAME
               OPEN INPUT HISTORY-FILE
               IF VFY-HISTORY-STATUS = "00"
                   MOVE "N" TO VFY-EOF-SWITCH
                   PERFORM UNTIL END-OF-SOURCE OR CHAIN-BROKEN
                       READ HISTORY-FILE
                           AT END
                               MOVE "Y" TO VFY-EOF-SWITCH
                           NOT AT END
                               IF HD-RUN-DATE(1:1) NOT = "T"
                                       AND HD-RUN-DATE
                                           NOT < VFY-FROM-DATE
                                       AND HD-RUN-DATE
                                           NOT > VFY-TO-DATE
                                   PERFORM TAKE-HISTORY-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
               ADD 1 TO VFY-YEAR
           END-PERFORM.

       TAKE-HISTORY-RECORD.
           MOVE SPACES TO VFY-AUDIT-IMAGE
           MOVE HD-SEQ TO VFI-SEQ
           MOVE HD-OPT TO VFI-OPT
           MOVE HD-NUM1 TO VFI-NUM1
           MOVE HD-TOTAL TO VFI-TOTAL
           MOVE HD-NUM2 TO VFI-NUM2
           MOVE HD-DELTA TO VFI-DELTA
           MOVE HD-STATUS TO VFI-STATUS
           MOVE HD-COST-CENTER TO VFI-COST-CENTER
           MOVE HD-ROUND-FLAG TO VFI-ROUND-FLAG
           MOVE HD-BATCH-ID TO VFI-BATCH-ID
           MOVE HD-CURRENCY TO VFI-CURRENCY
           MOVE HD-ORIG-NUM1 TO VFI-ORIG-NUM1
           MOVE HD-ORIG-NUM2 TO VFI-ORIG-NUM2
           MOVE HD-COMPANY-CODE TO VFI-COMPANY-CODE
           MOVE HD-REVERSES-DATE TO VFI-REVERSES-DATE
           MOVE HD-REVERSES-SEQ TO VFI-REVERSES-SEQ
           MOVE HD-FORMULA-CODE TO VFI-FORMULA-CODE
           MOVE HD-RUN-DATE TO VFY-REC-DATE
           MOVE HD-SEQ TO VFY-REC-SEQ
           MOVE HD-CHAIN-VALUE TO VFY-REC-CHAIN
           PERFORM CHECK-CHAIN-RECORD.

      * Dates still on the master follow the purged ones in key
      * order.
       VERIFY-AUDIT-MASTER.
           OPEN INPUT AUDIT-MASTER
           IF VFY-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open audit master - status "
                   VFY-MASTER-STATUS
               MOVE "Y" TO VFY-READ-ERROR-SWITCH
           ELSE
               MOVE VFY-FROM-DATE-N TO AM-RUN-DATE
               MOVE ZERO TO AM-SEQ
               MOVE "N" TO VFY-EOF-SWITCH
               START AUDIT-MASTER KEY NOT < AM-KEY
                   INVALID KEY
                       MOVE "Y" TO VFY-EOF-SWITCH
               END-START
               PERFORM UNTIL END-OF-SOURCE OR CHAIN-BROKEN
                   READ AUDIT-MASTER NEXT
                       AT END
                           MOVE "Y" TO VFY-EOF-SWITCH
                       NOT AT END
                           IF AM-RUN-DATE > VFY-TO-DATE-N
                               MOVE "Y" TO VFY-EOF-SWITCH
                           ELSE
                               PERFORM TAKE-MASTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-MASTER
           END-IF.

      * Only the fields that came from the daily audit file are in
      * the chain; the reversal stamps added later by CALCARCH and
      * CALCREV are not.
       TAKE-MASTER-RECORD.
           MOVE SPACES TO VFY-AUDIT-IMAGE
           MOVE AM-SEQ TO VFI-SEQ
           MOVE AM-OPT TO VFI-OPT
           MOVE AM-NUM1 TO VFI-NUM1
           MOVE AM-TOTAL TO VFI-TOTAL
           MOVE AM-NUM2 TO VFI-NUM2
           MOVE AM-DELTA TO VFI-DELTA
           MOVE AM-STATUS TO VFI-STATUS
           MOVE AM-COST-CENTER TO VFI-COST-CENTER
           MOVE AM-ROUND-FLAG TO VFI-ROUND-FLAG
           MOVE AM-BATCH-ID TO VFI-BATCH-ID
           MOVE AM-CURRENCY TO VFI-CURRENCY
           MOVE AM-ORIG-NUM1 TO VFI-ORIG-NUM1
           MOVE AM-ORIG-NUM2 TO VFI-ORIG-NUM2
           MOVE AM-COMPANY-CODE TO VFI-COMPANY-CODE
           MOVE AM-REVERSES-DATE TO VFI-REVERSES-DATE
           MOVE AM-REVERSES-SEQ TO VFI-REVERSES-SEQ
           MOVE AM-FORMULA-CODE TO VFI-FORMULA-CODE
           MOVE AM-RUN-DATE TO VFY-REC-DATE
           MOVE AM-SEQ TO VFY-REC-SEQ
           MOVE AM-CHAIN-VALUE TO VFY-REC-CHAIN
           PERFORM CHECK-CHAIN-RECORD.

      * One daily audit file per calendar date in the range; a date
      * with no file had no run.
       VERIFY-DAILY-FILES.
           COMPUTE VFY-DAY-INT = FUNCTION INTEGER-OF-DATE(
               VFY-FROM-DATE-N)
           COMPUTE VFY-TO-INT = FUNCTION INTEGER-OF-DATE(
               VFY-TO-DATE-N)
           PERFORM UNTIL VFY-DAY-INT > VFY-TO-INT OR CHAIN-BROKEN
               COMPUTE VFY-DAY-DATE = FUNCTION DATE-OF-INTEGER(
                   VFY-DAY-INT)
               MOVE SPACES TO VFY-AUDIT-FILENAME
               STRING "AUDIT" VFY-DAY-DATE ".DAT"
                   DELIMITED BY SIZE INTO VFY-AUDIT-FILENAME
               OPEN INPUT AUDIT-FILE
               IF VFY-AUDIT-STATUS = "00"
                   MOVE "N" TO VFY-EOF-SWITCH
                   PERFORM UNTIL END-OF-SOURCE OR CHAIN-BROKEN
                       READ AUDIT-FILE
                           AT END
                               MOVE "Y" TO VFY-EOF-SWITCH
                           NOT AT END
                               MOVE AUDIT-RECORD(1:119)
                                   TO VFY-AUDIT-IMAGE
                               MOVE VFY-DAY-DATE TO VFY-REC-DATE
                               MOVE AUD-SEQ TO VFY-REC-SEQ
                               MOVE AUD-CHAIN-VALUE TO VFY-REC-CHAIN
                               PERFORM CHECK-CHAIN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
               ADD 1 TO VFY-DAY-INT
           END-PERFORM.

      * Sequence numbers run 1, 2, 3 ... within a run date, so a
      * gap or repeat is reported as such; otherwise the stored
      * check value must equal the one recomputed from the record
      * and the check value before it.
       CHECK-CHAIN-RECORD.
           IF VFY-REC-DATE NOT = VFY-CUR-DATE
               PERFORM END-OF-DATE
               MOVE VFY-REC-DATE TO VFY-CUR-DATE
               MOVE ZERO TO VFY-CHAIN
               MOVE 1 TO VFY-EXPECT-SEQ
               MOVE "N" TO VFY-CHAINED-SWITCH
               MOVE ZERO TO VFY-DATE-RECORDS
               MOVE ZERO TO VFY-DATE-UNCHAINED
               ADD 1 TO VFY-DATE-COUNT
           END-IF
           ADD 1 TO VFY-DATE-RECORDS
           ADD 1 TO VFY-RECORD-COUNT
           MOVE ZERO TO VFY-REC-SEQ-N
           IF VFY-REC-SEQ NUMERIC
               MOVE VFY-REC-SEQ TO VFY-REC-SEQ-N
           END-IF
           EVALUATE TRUE
               WHEN VFY-REC-SEQ-N NOT = VFY-EXPECT-SEQ
                   MOVE SPACES TO VFY-BREAK-REASON
                   STRING "sequence out of order - expected "
                       VFY-EXPECT-SEQ
                       DELIMITED BY SIZE INTO VFY-BREAK-REASON
                   PERFORM NOTE-CHAIN-BREAK
               WHEN VFY-REC-CHAIN = SPACES AND DATE-CHAINED
                   MOVE "check value missing" TO VFY-BREAK-REASON
                   PERFORM NOTE-CHAIN-BREAK
               WHEN VFY-REC-CHAIN = SPACES
                   ADD 1 TO VFY-DATE-UNCHAINED
                   ADD 1 TO VFY-UNCHAINED-COUNT
               WHEN VFY-REC-CHAIN NOT NUMERIC
                   MOVE "check value not numeric" TO VFY-BREAK-REASON
                   PERFORM NOTE-CHAIN-BREAK
               WHEN OTHER
                   MOVE VFY-REC-DATE TO VFY-CHAIN-DATE
                   CALL "CALCCHN" USING VFY-CHAIN VFY-CHAIN-IMAGE
                   MOVE VFY-REC-CHAIN TO VFY-STORED-CHAIN
                   IF VFY-STORED-CHAIN NOT = VFY-CHAIN
                       MOVE "check value does not match the record"
                           TO VFY-BREAK-REASON
                       PERFORM NOTE-CHAIN-BREAK
                   ELSE
                       MOVE "Y" TO VFY-CHAINED-SWITCH
                   END-IF
           END-EVALUATE
           ADD 1 TO VFY-EXPECT-SEQ.

       NOTE-CHAIN-BREAK.
           MOVE "Y" TO VFY-BREAK-SWITCH
           MOVE VFY-REC-DATE TO VFY-BREAK-DATE
           MOVE VFY-REC-SEQ TO VFY-BREAK-SEQ.

      * The line for the date just finished (nothing before the
      * first record).
       END-OF-DATE.
           IF VFY-CUR-DATE NOT = SPACES
               EVALUATE TRUE
                   WHEN CHAIN-BROKEN
                       MOVE "BROKEN" TO VFY-DATE-RESULT
                   WHEN VFY-DATE-UNCHAINED = VFY-DATE-RECORDS
                       MOVE "UNCHAINED" TO VFY-DATE-RESULT
                   WHEN VFY-DATE-UNCHAINED > ZERO
                       MOVE "VERIFIED, PART" TO VFY-DATE-RESULT
                   WHEN OTHER
                       MOVE "VERIFIED" TO VFY-DATE-RESULT
               END-EVALUATE
               MOVE VFY-DATE-RECORDS TO VFY-COUNT-EDIT
               MOVE VFY-DATE-UNCHAINED TO VFY-COUNT-EDIT2
               MOVE SPACES TO VFY-WORK-LINE
               STRING VFY-CUR-DATE "   " VFY-COUNT-EDIT "     "
                   VFY-COUNT-EDIT2 "  " VFY-DATE-RESULT
                   DELIMITED BY SIZE INTO VFY-WORK-LINE
               WRITE REPORT-LINE FROM VFY-WORK-LINE
               MOVE SPACES TO VFY-CUR-DATE
           END-IF.

       WRITE-VERIFY-SUMMARY.
           MOVE SPACES TO VFY-WORK-LINE
           WRITE REPORT-LINE FROM VFY-WORK-LINE
           MOVE VFY-DATE-COUNT TO VFY-COUNT-EDIT
           MOVE VFY-RECORD-COUNT TO VFY-TOTAL-EDIT
           STRING "Run dates checked: " VFY-COUNT-EDIT
               "   records checked: " VFY-TOTAL-EDIT
               DELIMITED BY SIZE INTO VFY-WORK-LINE
           WRITE REPORT-LINE FROM VFY-WORK-LINE
           IF VFY-UNCHAINED-COUNT > ZERO
               MOVE VFY-UNCHAINED-COUNT TO VFY-TOTAL-EDIT
               MOVE SPACES TO VFY-WORK-LINE
               STRING "Records without a check value (written before "
                   "the chain):" VFY-TOTAL-EDIT
                   DELIMITED BY SIZE INTO VFY-WORK-LINE
               WRITE REPORT-LINE FROM VFY-WORK-LINE
           END-IF
           MOVE SPACES TO VFY-WORK-LINE
           WRITE REPORT-LINE FROM VFY-WORK-LINE
           MOVE SPACES TO VFY-WORK-LINE
           EVALUATE TRUE
               WHEN SOURCE-READ-ERROR
                   MOVE "*** SOURCE NOT READABLE - NOT VERIFIED ***"
                       TO VFY-WORK-LINE
               WHEN CHAIN-BROKEN
                   STRING "*** CHAIN BROKEN AT RUN DATE " VFY-BREAK-DATE
                       " SEQUENCE " VFY-BREAK-SEQ " ***"
                       DELIMITED BY SIZE INTO VFY-WORK-LINE
                   WRITE REPORT-LINE FROM VFY-WORK-LINE
                   DISPLAY VFY-WORK-LINE
                   MOVE SPACES TO VFY-WORK-LINE
                   STRING "    " VFY-BREAK-REASON
                       DELIMITED BY SIZE INTO VFY-WORK-LINE
               WHEN VFY-RECORD-COUNT = ZERO
                   MOVE "NO AUDIT RECORDS FOUND IN THE RANGE"
                       TO VFY-WORK-LINE
               WHEN OTHER
                   MOVE "AUDIT CHAIN VERIFIED" TO VFY-WORK-LINE
           END-EVALUATE
           WRITE REPORT-LINE FROM VFY-WORK-LINE
           DISPLAY VFY-WORK-LINE.

       END PROGRAM CALCVRFY.
