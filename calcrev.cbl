      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Reverse posted entries from the audit master
      *          (AUDMAST.DAT). Takes one entry by run date and
      *          sequence, or every entry of a batch ID, and writes a
      *          balanced reversing batch (header, details, trailer)
      *          into TRANSIN.DAT for the next posting run. Each
      *          reversing detail carries the marker R and the run
      *          date and sequence of the entry it reverses; COBOLCalc
      *          puts that cross-reference on its audit record and
      *          CALCARCH stamps the original "reversed by". An entry
      *          is only ever reversed once: the original is marked
      *          with the reversal batch as soon as it is generated.
      *          Entries an opposite entry cannot undo - * and /
      *          operations, Calcular results - and anything not
      *          posted or already reversed go on the exception
      *          report (REVRPT.DAT) for manual handling. A reversal
      *          batch not yet posted can be cancelled, which takes
      *          it back out of TRANSIN.DAT and releases its entries;
      *          one CALCEDIT rejected (verdict R on EDITBOUT.DAT) is
      *          already gone from TRANSIN.DAT and cancelling it just
      *          releases them. A reversing batch holds one company's
      *          entries only, as CALCEDIT requires.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER ASSIGN TO "AUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS REV-MASTER-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REV-TRANS-STATUS.
           SELECT TRANS-WORK-FILE ASSIGN TO "TRANSINW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REV-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REV-REPORT-STATUS.
           SELECT EDIT-OUTCOME-FILE ASSIGN TO "EDITBOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REV-EDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      * TRANSIN.DAT is copied through record by record; only the
      * record type and a header's batch ID and sender are looked at.
       FD  TRANS-FILE.
       01  TRANS-RAW PIC X(80).
       01  TRANS-HEADER-RECORD.
           05 TH-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 TH-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 TH-SENDER-ID PIC X(4).
      * The replacement file, and the reversing batch written into
      * it in the TRANSIN.DAT layouts.
       FD  TRANS-WORK-FILE.
       01  TRANS-WORK-RAW PIC X(80).
       01  REV-HEADER-RECORD.
           05 RH-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RH-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 RH-SENDER-ID PIC X(4).
       01  REV-DETAIL-RECORD.
           05 RD-OPT PIC X.
           05 FILLER PIC X.
           05 RD-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RD-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RD-COST-CENTER PIC X(06).
           05 FILLER PIC X.
           05 RD-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 RD-CURRENCY PIC X(03).
           05 FILLER PIC X.
           05 RD-REVERSAL-FLAG PIC X.
           05 FILLER PIC X.
           05 RD-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 RD-REVERSES-SEQ PIC X(6).
       01  REV-TRAILER-RECORD.
           05 RT-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 RT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 RT-HASH-TOTAL PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
      * CALCEDIT's batch outcomes; only B records are looked at, to
      * see whether a reversal batch was rejected at edit.
       FD  EDIT-OUTCOME-FILE.
       01  EDIT-BATCH-RECORD.
           05 EDB-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 EDB-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 EDB-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 EDB-SENDER-ID PIC X(4).
           05 FILLER PIC X.
           05 EDB-VERDICT PIC X.
       WORKING-STORAGE SECTION.
           01 REV-MASTER-STATUS PIC XX.
           01 REV-TRANS-STATUS PIC XX.
           01 REV-WORK-STATUS PIC XX.
           01 REV-REPORT-STATUS PIC XX.
           01 REV-EDIT-STATUS PIC XX.

           01 REV-CURRENT-DATE PIC X(8).
           01 REV-CURRENT-TIME PIC X(8).
           01 REV-CHOICE PIC X.
               88 REV-BY-ENTRY VALUE "1".
               88 REV-BY-BATCH VALUE "2".
               88 REV-CANCEL VALUE "3".
           01 REV-IN-DATE PIC 9(8).
           01 REV-IN-SEQ PIC 9(6).
           01 REV-IN-BATCH PIC X(8).
           01 REV-BATCH-ID PIC X(8) VALUE SPACES.
      * Reversals are raised centrally, so their batches go in under
      * the central sender and their outcomes come back here.
           01 REV-SENDER-ID PIC X(4) VALUE "CALC".
      * A blank company on the master is company 0001.
           01 REV-DEFAULT-COMPANY PIC X(4) VALUE "0001".
           01 REV-ENTRY-COMPANY PIC X(4).
           01 REV-CAND-COMPANY PIC X(4) VALUE SPACES.

           01 REV-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-MASTER VALUE "Y".
           01 REV-TRANS-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-TRANS VALUE "Y".
           01 REV-WORK-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-WORK VALUE "Y".
           01 REV-GROUP-OPEN-SWITCH PIC X VALUE "N".
               88 GROUP-OPEN VALUE "Y".
           01 REV-INSERTED-SWITCH PIC X VALUE "N".
               88 BATCH-INSERTED VALUE "Y".
           01 REV-SKIP-SWITCH PIC X VALUE "N".
               88 SKIPPING-BATCH VALUE "Y".
           01 REV-FOREIGN-SWITCH PIC X VALUE "N".
               88 FOREIGN-BATCH-FOUND VALUE "Y".
           01 REV-WORK-OK-SWITCH PIC X VALUE "N".
               88 WORK-FILE-OK VALUE "Y".
           01 REV-REPLACED-SWITCH PIC X VALUE "N".
               88 TRANS-REPLACED VALUE "Y".
           01 REV-EDIT-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-EDIT-OUTCOMES VALUE "Y".
           01 REV-BOUNCED-SWITCH PIC X VALUE "N".
               88 BOUNCED-AT-EDIT VALUE "Y".

      * The posted amount on the master is text; this view reads it
      * as the signed amount it is.
           01 REV-AMOUNT-X PIC X(7).
           01 REV-AMOUNT REDEFINES REV-AMOUNT-X
               PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           01 REV-HASH-TOTAL PIC S9(8)V99 VALUE ZERO.

           01 REV-MATCH-COUNT PIC 9(6) VALUE ZERO.
           01 REV-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
           01 REV-MARKED-COUNT PIC 9(6) VALUE ZERO.
           01 REV-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           01 REV-REMOVED-COUNT PIC 9(6) VALUE ZERO.
           01 REV-COUNT-EDIT PIC ZZZZZ9.
           01 REV-HASH-EDIT PIC -(7)9.99.
           01 REV-REASON-TEXT PIC X(40).
           01 REV-WORK-LINE PIC X(80).

      * Entries selected for reversal. A batch bigger than the table
      * is reversed in part; the rest is listed as exceptions and a
      * second run picks them up, the first part being marked.
           01 REV-CAND-COUNT PIC 9(3) VALUE ZERO.
           01 REV-CAND-SUB PIC 9(3) VALUE ZERO.
           01 REV-CAND-TABLE.
               05 REV-CAND-ENTRY OCCURS 500 TIMES.
                   10 REV-CAND-DATE PIC 9(8).
                   10 REV-CAND-SEQ PIC 9(6).
                   10 REV-CAND-OPT PIC X.
                   10 REV-CAND-NUM1 PIC X(7).
                   10 REV-CAND-COST-CENTER PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Reversal"
           DISPLAY " "
           ACCEPT REV-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT REV-CURRENT-TIME FROM TIME

           OPEN OUTPUT REPORT-FILE
           IF REV-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open reversal report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REV-WORK-LINE
           STRING "COBOLCalc Reversal - " REV-CURRENT-DATE
               DELIMITED BY SIZE INTO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE
           MOVE SPACES TO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE

           OPEN I-O AUDIT-MASTER
           IF REV-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open audit master - status "
                   REV-MASTER-STATUS
               MOVE "Audit master could not be opened - nothing done."
                   TO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "1 = reverse one entry by date/sequence, "
               "2 = reverse a whole batch, "
               "3 = cancel an unposted reversal batch:"
           ACCEPT REV-CHOICE
           EVALUATE TRUE
               WHEN REV-BY-ENTRY
                   PERFORM SELECT-SINGLE-ENTRY
               WHEN REV-BY-BATCH
                   PERFORM SELECT-BATCH-ENTRIES
               WHEN REV-CANCEL
                   PERFORM CANCEL-REVERSAL-BATCH
               WHEN OTHER
                   DISPLAY "Invalid choice - nothing done."
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE

           IF REV-BY-ENTRY OR REV-BY-BATCH
               IF REV-CAND-COUNT > ZERO
                   PERFORM GENERATE-REVERSAL-BATCH
               ELSE
                   MOVE SPACES TO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
                   MOVE "Nothing to reverse - no batch generated."
                       TO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
               END-IF
           END-IF

           PERFORM WRITE-REVERSAL-SUMMARY

           CLOSE AUDIT-MASTER
           CLOSE REPORT-FILE
           DISPLAY "Reversal report written to REVRPT.DAT."

           IF RETURN-CODE = ZERO
               IF REV-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       SELECT-SINGLE-ENTRY.
           DISPLAY "Run date (YYYYMMDD):"
           ACCEPT REV-IN-DATE
           DISPLAY "Sequence:"
           ACCEPT REV-IN-SEQ
           MOVE REV-IN-DATE TO AM-RUN-DATE
           MOVE REV-IN-SEQ TO AM-SEQ
           READ AUDIT-MASTER
               INVALID KEY
                   ADD 1 TO REV-EXCEPTION-COUNT
                   MOVE SPACES TO REV-WORK-LINE
                   STRING "  " REV-IN-DATE " " REV-IN-SEQ
                       "  not on the audit master"
                       DELIMITED BY SIZE INTO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO REV-MATCH-COUNT
                   PERFORM CLASSIFY-MASTER-ENTRY
           END-READ.

      * Batch IDs are only unique within a day, so a run date narrows
      * the search; with none given every date carrying the ID is
      * reversed.
       SELECT-BATCH-ENTRIES.
           DISPLAY "Batch ID:"
           ACCEPT REV-IN-BATCH
           DISPLAY "Run date of the batch (YYYYMMDD, 0 = any date):"
           ACCEPT REV-IN-DATE
           IF REV-IN-BATCH = SPACES
               ADD 1 TO REV-EXCEPTION-COUNT
               MOVE "  No batch ID given." TO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
           ELSE
               MOVE REV-IN-DATE TO AM-RUN-DATE
               MOVE ZERO TO AM-SEQ
               MOVE "N" TO REV-EOF-SWITCH
               START AUDIT-MASTER KEY NOT < AM-KEY
                   INVALID KEY
                       MOVE "Y" TO REV-EOF-SWITCH
               END-START
               PERFORM UNTIL END-OF-MASTER
                   READ AUDIT-MASTER NEXT
                       AT END
                           MOVE "Y" TO REV-EOF-SWITCH
                       NOT AT END
                           IF REV-IN-DATE NOT = ZERO
                                   AND AM-RUN-DATE > REV-IN-DATE
                               MOVE "Y" TO REV-EOF-SWITCH
                           ELSE
                               IF AM-BATCH-ID = REV-IN-BATCH
                                   ADD 1 TO REV-MATCH-COUNT
                                   PERFORM CLASSIFY-MASTER-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF REV-MATCH-COUNT = ZERO
                   ADD 1 TO REV-EXCEPTION-COUNT
                   MOVE SPACES TO REV-WORK-LINE
                   STRING "  Batch " REV-IN-BATCH
                       " not on the audit master"
                       DELIMITED BY SIZE INTO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
               END-IF
           END-IF.

      * Only a posted + or - is undone exactly by its opposite. A
      * * or / worked on whatever the total was at the time, and a
      * Calcular result came out of a formula, so neither can be
      * taken back by a later entry without knowing what has posted
      * since - those are left to a person. CALCEDIT rejects a batch
      * that mixes companies, so the batch takes the first
      * candidate's company and any other is left to its own run.
       CLASSIFY-MASTER-ENTRY.
           MOVE SPACES TO REV-REASON-TEXT
           MOVE AM-NUM1 TO REV-AMOUNT-X
           IF AM-COMPANY-CODE = SPACES
               MOVE REV-DEFAULT-COMPANY TO REV-ENTRY-COMPANY
           ELSE
               MOVE AM-COMPANY-CODE TO REV-ENTRY-COMPANY
           END-IF
           EVALUATE TRUE
               WHEN AM-STATUS NOT = "OK"
                   STRING "status " AM-STATUS " - never posted"
                       DELIMITED BY SIZE INTO REV-REASON-TEXT
               WHEN AM-REVERSED-BY-DATE NOT = SPACES
                   STRING "already reversed by " AM-REVERSED-BY-DATE
                       " " AM-REVERSED-BY-SEQ
                       DELIMITED BY SIZE INTO REV-REASON-TEXT
               WHEN AM-REVERSAL-BATCH NOT = SPACES
                   STRING "reversal pending in batch "
                       AM-REVERSAL-BATCH
                       DELIMITED BY SIZE INTO REV-REASON-TEXT
               WHEN AM-REVERSES-DATE NOT = SPACES
                   STRING "is itself the reversal of "
                       AM-REVERSES-DATE " " AM-REVERSES-SEQ
                       DELIMITED BY SIZE INTO REV-REASON-TEXT
               WHEN AM-OPT = "*" OR AM-OPT = "/"
                   STRING "operator " AM-OPT
                       " - reverse by hand"
                       DELIMITED BY SIZE INTO REV-REASON-TEXT
               WHEN AM-OPT = "C"
                   MOVE "Calcular result - reverse by hand"
                       TO REV-REASON-TEXT
               WHEN AM-OPT NOT = "+" AND AM-OPT NOT = "-"
                   STRING "operator " AM-OPT " not reversible"
                       DELIMITED BY SIZE INTO REV-REASON-TEXT
               WHEN REV-AMOUNT-X NOT NUMERIC
                   MOVE "posted amount not numeric"
                       TO REV-REASON-TEXT
               WHEN REV-CAND-COUNT > ZERO
                       AND REV-ENTRY-COMPANY NOT = REV-CAND-COMPANY
                   MOVE "different company - reverse separately"
                       TO REV-REASON-TEXT
               WHEN REV-CAND-COUNT = 500
                   MOVE "over 500 in one run - run again"
                       TO REV-REASON-TEXT
               WHEN OTHER
                   ADD 1 TO REV-CAND-COUNT
                   MOVE REV-ENTRY-COMPANY TO REV-CAND-COMPANY
                   MOVE AM-RUN-DATE TO REV-CAND-DATE(REV-CAND-COUNT)
                   MOVE AM-SEQ TO REV-CAND-SEQ(REV-CAND-COUNT)
                   MOVE AM-OPT TO REV-CAND-OPT(REV-CAND-COUNT)
                   MOVE AM-NUM1 TO REV-CAND-NUM1(REV-CAND-COUNT)
                   MOVE AM-COST-CENTER
                       TO REV-CAND-COST-CENTER(REV-CAND-COUNT)
           END-EVALUATE
           IF REV-REASON-TEXT NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           IF REV-EXCEPTION-COUNT = ZERO
               MOVE "Exceptions - for manual handling:"
                   TO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
           END-IF
           ADD 1 TO REV-EXCEPTION-COUNT
           MOVE SPACES TO REV-WORK-LINE
           STRING "  " AM-RUN-DATE " " AM-SEQ " " AM-OPT " "
               AM-NUM1 " " AM-COST-CENTER " " REV-REASON-TEXT
               DELIMITED BY SIZE INTO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE.

      * The batch goes into TRANSIN.DAT through the work file, ahead
      * of any end-of-input "=" so the posting run reaches it. Only
      * once the new TRANSIN.DAT is on disk are the originals marked;
      * a failure before that leaves the master as it was.
       GENERATE-REVERSAL-BATCH.
           MOVE SPACES TO REV-BATCH-ID
           STRING "RV" REV-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO REV-BATCH-ID
           MOVE "N" TO REV-SKIP-SWITCH
           PERFORM BUILD-TRANS-WORK-FILE
           IF WORK-FILE-OK
               PERFORM REPLACE-TRANS-FILE
           END-IF
           IF TRANS-REPLACED
               PERFORM MARK-REVERSED-ENTRIES
           ELSE
               MOVE SPACES TO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
               MOVE "*** REVERSAL BATCH NOT WRITTEN - NONE MARKED ***"
                   TO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.

      * Copies TRANSIN.DAT to the work file. When a reversal batch is
      * being generated it goes in before the first "=" outside a
      * batch, or at the end; when one is being cancelled its records
      * are left out.
       BUILD-TRANS-WORK-FILE.
           MOVE "N" TO REV-WORK-OK-SWITCH
           MOVE "N" TO REV-INSERTED-SWITCH
           MOVE "N" TO REV-GROUP-OPEN-SWITCH
           OPEN OUTPUT TRANS-WORK-FILE
           IF REV-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open TRANSINW.DAT - status "
                   REV-WORK-STATUS
           ELSE
               OPEN INPUT TRANS-FILE
               IF REV-TRANS-STATUS = "00"
                   MOVE "N" TO REV-TRANS-EOF-SWITCH
                   PERFORM UNTIL END-OF-TRANS
                       READ TRANS-FILE
                           AT END
                               MOVE "Y" TO REV-TRANS-EOF-SWITCH
                           NOT AT END
                               PERFORM COPY-ONE-TRANS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
                   MOVE "Y" TO REV-WORK-OK-SWITCH
               ELSE
                   IF REV-TRANS-STATUS = "35"
                       MOVE "Y" TO REV-WORK-OK-SWITCH
                   ELSE
                       DISPLAY "Unable to read TRANSIN.DAT - status "
                           REV-TRANS-STATUS
                   END-IF
               END-IF
               IF WORK-FILE-OK AND NOT BATCH-INSERTED
                       AND NOT REV-CANCEL
                   PERFORM WRITE-REVERSAL-RECORDS
               END-IF
               CLOSE TRANS-WORK-FILE
           END-IF.

       COPY-ONE-TRANS-RECORD.
           IF REV-CANCEL
               IF SKIPPING-BATCH AND TH-REC-TYPE = "H"
                   MOVE "N" TO REV-SKIP-SWITCH
               END-IF
               IF TH-REC-TYPE = "H" AND TH-BATCH-ID = REV-IN-BATCH
                   IF TH-SENDER-ID = REV-SENDER-ID
                       MOVE "Y" TO REV-SKIP-SWITCH
                   ELSE
                       MOVE "Y" TO REV-FOREIGN-SWITCH
                   END-IF
               END-IF
               IF SKIPPING-BATCH
                   ADD 1 TO REV-REMOVED-COUNT
                   IF TH-REC-TYPE = "T"
                       MOVE "N" TO REV-SKIP-SWITCH
                   END-IF
               ELSE
                   WRITE TRANS-WORK-RAW FROM TRANS-RAW
               END-IF
           ELSE
               EVALUATE TH-REC-TYPE
                   WHEN "H"
                       MOVE "Y" TO REV-GROUP-OPEN-SWITCH
                   WHEN "T"
                       MOVE "N" TO REV-GROUP-OPEN-SWITCH
                   WHEN "="
                       IF NOT GROUP-OPEN AND NOT BATCH-INSERTED
                           PERFORM WRITE-REVERSAL-RECORDS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               WRITE TRANS-WORK-RAW FROM TRANS-RAW
           END-IF.

      * A + is reversed by a - of the same amount and the other way
      * round, to the same cost center. The amount is the base-
      * currency amount actually posted, so the reversal goes in as
      * base currency and undoes the posting exactly whatever the
      * rate has done since.
       WRITE-REVERSAL-RECORDS.
           MOVE SPACES TO REV-HEADER-RECORD
           MOVE "H" TO RH-REC-TYPE
           MOVE REV-BATCH-ID TO RH-BATCH-ID
           MOVE REV-SENDER-ID TO RH-SENDER-ID
           WRITE REV-HEADER-RECORD
           MOVE ZERO TO REV-HASH-TOTAL
           PERFORM VARYING REV-CAND-SUB FROM 1 BY 1
                   UNTIL REV-CAND-SUB > REV-CAND-COUNT
               MOVE SPACES TO REV-DETAIL-RECORD
               IF REV-CAND-OPT(REV-CAND-SUB) = "+"
                   MOVE "-" TO RD-OPT
               ELSE
                   MOVE "+" TO RD-OPT
               END-IF
               MOVE REV-CAND-NUM1(REV-CAND-SUB) TO REV-AMOUNT-X
               MOVE REV-AMOUNT TO RD-NUM1
               MOVE ZERO TO RD-NUM2
               MOVE REV-CAND-COST-CENTER(REV-CAND-SUB)
                   TO RD-COST-CENTER
               MOVE "R" TO RD-REVERSAL-FLAG
               MOVE REV-CAND-DATE(REV-CAND-SUB) TO RD-REVERSES-DATE
               MOVE REV-CAND-SEQ(REV-CAND-SUB) TO RD-REVERSES-SEQ
               WRITE REV-DETAIL-RECORD
               ADD REV-AMOUNT TO REV-HASH-TOTAL
           END-PERFORM
           MOVE SPACES TO REV-TRAILER-RECORD
           MOVE "T" TO RT-REC-TYPE
           MOVE REV-CAND-COUNT TO RT-RECORD-COUNT
           MOVE REV-HASH-TOTAL TO RT-HASH-TOTAL
           WRITE REV-TRAILER-RECORD
           MOVE "Y" TO REV-INSERTED-SWITCH.

      * Same protection as every other rewrite here: TRANSIN.DAT is
      * only truncated once the replacement is safely on disk.
       REPLACE-TRANS-FILE.
           MOVE "N" TO REV-REPLACED-SWITCH
           OPEN INPUT TRANS-WORK-FILE
           IF REV-WORK-STATUS NOT = "00"
               DISPLAY "Unable to read TRANSINW.DAT back - "
                   "TRANSIN.DAT left as it was."
           ELSE
               OPEN OUTPUT TRANS-FILE
               IF REV-TRANS-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite TRANSIN.DAT - new "
                       "input left in TRANSINW.DAT."
                   CLOSE TRANS-WORK-FILE
               ELSE
                   MOVE "N" TO REV-WORK-EOF-SWITCH
                   PERFORM UNTIL END-OF-WORK
                       READ TRANS-WORK-FILE
                           AT END
                               MOVE "Y" TO REV-WORK-EOF-SWITCH
                           NOT AT END
                               WRITE TRANS-RAW FROM TRANS-WORK-RAW
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-WORK-FILE
                   CLOSE TRANS-FILE
                   MOVE "Y" TO REV-REPLACED-SWITCH
               END-IF
           END-IF.

       MARK-REVERSED-ENTRIES.
           MOVE SPACES TO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE
           MOVE SPACES TO REV-WORK-LINE
           STRING "Reversed in batch " REV-BATCH-ID ":"
               DELIMITED BY SIZE INTO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE
           PERFORM VARYING REV-CAND-SUB FROM 1 BY 1
                   UNTIL REV-CAND-SUB > REV-CAND-COUNT
               MOVE REV-CAND-DATE(REV-CAND-SUB) TO AM-RUN-DATE
               MOVE REV-CAND-SEQ(REV-CAND-SUB) TO AM-SEQ
               READ AUDIT-MASTER
                   INVALID KEY
                       DISPLAY "Entry " AM-RUN-DATE " " AM-SEQ
                           " vanished from the master - not marked."
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM MARK-ONE-ENTRY
               END-READ
           END-PERFORM.

      * An entry whose mark cannot be written is in the reversal
      * batch but could still be picked again - the run fails so the
      * mark is put on by hand before the batch posts.
       MARK-ONE-ENTRY.
           MOVE REV-BATCH-ID TO AM-REVERSAL-BATCH
           REWRITE AUDIT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Entry " AM-RUN-DATE " " AM-SEQ
                       " could not be marked - status "
                       REV-MASTER-STATUS
                   MOVE SPACES TO REV-WORK-LINE
                   STRING "  *** " AM-RUN-DATE " " AM-SEQ
                       " NOT MARKED - status " REV-MASTER-STATUS
                       " ***"
                       DELIMITED BY SIZE INTO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO REV-MARKED-COUNT
                   MOVE SPACES TO REV-WORK-LINE
                   STRING "  " AM-RUN-DATE " " AM-SEQ " "
                       AM-OPT " " AM-NUM1 " " AM-COST-CENTER
                       DELIMITED BY SIZE INTO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
           END-REWRITE.

      * Cancelling takes the batch back out of TRANSIN.DAT and
      * releases the entries it was generated for, so they can be
      * reversed again. Entries whose reversal has already posted
      * stay reversed - that reversal is on the books. A batch no
      * longer on TRANSIN.DAT may already have posted without
      * CALCARCH having stamped its entries yet, so nothing is
      * released unless the batch was actually taken out, or the
      * edit run rejected it and it never went to posting.
      * Only batches this program wrote can be cancelled - an ID
      * starting RV under a CALC header. Anything else is a sender's
      * batch and is refused without TRANSIN.DAT being touched. A
      * batch is taken out up to its trailer, or up to the next
      * header should its trailer be missing.
       CANCEL-REVERSAL-BATCH.
           DISPLAY "Reversal batch ID to cancel:"
           ACCEPT REV-IN-BATCH
           IF REV-IN-BATCH = SPACES
               ADD 1 TO REV-EXCEPTION-COUNT
               MOVE "  No batch ID given." TO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
           ELSE
               IF REV-IN-BATCH(1:2) NOT = "RV"
                   PERFORM REFUSE-CANCEL-BATCH
               ELSE
                   MOVE REV-IN-BATCH TO REV-BATCH-ID
                   MOVE "N" TO REV-SKIP-SWITCH
                   MOVE "N" TO REV-FOREIGN-SWITCH
                   PERFORM BUILD-TRANS-WORK-FILE
                   IF FOREIGN-BATCH-FOUND
                       PERFORM REFUSE-CANCEL-BATCH
                   ELSE
                       PERFORM TAKE-OUT-REVERSAL-BATCH
                   END-IF
               END-IF
           END-IF.

       REFUSE-CANCEL-BATCH.
           ADD 1 TO REV-EXCEPTION-COUNT
           MOVE SPACES TO REV-WORK-LINE
           STRING "  *** Batch " REV-IN-BATCH " is not a CALC "
               "reversal batch - not cancelled ***"
               DELIMITED BY SIZE INTO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE
           DISPLAY REV-WORK-LINE
           MOVE 8 TO RETURN-CODE.

       TAKE-OUT-REVERSAL-BATCH.
           IF WORK-FILE-OK AND REV-REMOVED-COUNT > ZERO
               PERFORM REPLACE-TRANS-FILE
           END-IF
           MOVE REV-REMOVED-COUNT TO REV-COUNT-EDIT
           MOVE SPACES TO REV-WORK-LINE
           IF TRANS-REPLACED
               STRING "Batch " REV-IN-BATCH " removed from "
                   "TRANSIN.DAT - " REV-COUNT-EDIT " record(s)"
                   DELIMITED BY SIZE INTO REV-WORK-LINE
           ELSE
               IF REV-REMOVED-COUNT = ZERO
                   PERFORM CHECK-BOUNCED-AT-EDIT
                   IF BOUNCED-AT-EDIT
                       STRING "Batch " REV-IN-BATCH " rejected by "
                           "CALCEDIT - entries released"
                           DELIMITED BY SIZE INTO REV-WORK-LINE
                   ELSE
                       ADD 1 TO REV-EXCEPTION-COUNT
                       STRING "Batch " REV-IN-BATCH " not on "
                           "TRANSIN.DAT - nothing released"
                           DELIMITED BY SIZE INTO REV-WORK-LINE
                   END-IF
               ELSE
                   STRING "Batch " REV-IN-BATCH " found on "
                       "TRANSIN.DAT - " REV-COUNT-EDIT
                       " record(s)"
                       DELIMITED BY SIZE INTO REV-WORK-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM REV-WORK-LINE
           IF TRANS-REPLACED OR BOUNCED-AT-EDIT
               PERFORM RELEASE-CANCELLED-ENTRIES
           ELSE
               IF REV-REMOVED-COUNT > ZERO
                   MOVE "*** TRANSIN.DAT NOT REWRITTEN ***"
                       TO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      * A reversal batch CALCEDIT rejected never reaches the posting
      * run, so its entries can be released though it is no longer on
      * TRANSIN.DAT. The last edit run's EDITBOUT.DAT must show it
      * under the central sender with verdict R.
       CHECK-BOUNCED-AT-EDIT.
           MOVE "N" TO REV-BOUNCED-SWITCH
           MOVE "N" TO REV-EDIT-EOF-SWITCH
           OPEN INPUT EDIT-OUTCOME-FILE
           IF REV-EDIT-STATUS = "00"
               PERFORM UNTIL END-OF-EDIT-OUTCOMES
                   READ EDIT-OUTCOME-FILE
                       AT END
                           MOVE "Y" TO REV-EDIT-EOF-SWITCH
                       NOT AT END
                           IF EDB-REC-TYPE = "B"
                                   AND EDB-BATCH-ID = REV-IN-BATCH
                                   AND EDB-SENDER-ID = REV-SENDER-ID
                                   AND EDB-VERDICT = "R"
                               MOVE "Y" TO REV-BOUNCED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EDIT-OUTCOME-FILE
           END-IF.

       RELEASE-CANCELLED-ENTRIES.
           MOVE ZERO TO AM-RUN-DATE
           MOVE ZERO TO AM-SEQ
           MOVE "N" TO REV-EOF-SWITCH
           START AUDIT-MASTER KEY NOT < AM-KEY
               INVALID KEY
                   MOVE "Y" TO REV-EOF-SWITCH
           END-START
           PERFORM UNTIL END-OF-MASTER
               READ AUDIT-MASTER NEXT
                   AT END
                       MOVE "Y" TO REV-EOF-SWITCH
                   NOT AT END
                       IF AM-REVERSAL-BATCH = REV-IN-BATCH
                           PERFORM RELEASE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-ENTRY.
           ADD 1 TO REV-MATCH-COUNT
           IF AM-REVERSED-BY-DATE NOT = SPACES
               MOVE SPACES TO REV-REASON-TEXT
               STRING "already reversed by " AM-REVERSED-BY-DATE
                   " " AM-REVERSED-BY-SEQ
                   DELIMITED BY SIZE INTO REV-REASON-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE SPACES TO AM-REVERSAL-BATCH
               REWRITE AUDIT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Entry " AM-RUN-DATE " " AM-SEQ
                           " could not be released - status "
                           REV-MASTER-STATUS
                       MOVE SPACES TO REV-WORK-LINE
                       STRING "  *** " AM-RUN-DATE " " AM-SEQ
                           " NOT RELEASED - status "
                           REV-MASTER-STATUS " ***"
                           DELIMITED BY SIZE INTO REV-WORK-LINE
                       WRITE REPORT-LINE FROM REV-WORK-LINE
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO REV-RELEASED-COUNT
                       MOVE SPACES TO REV-WORK-LINE
                       STRING "  released " AM-RUN-DATE " " AM-SEQ " "
                           AM-OPT " " AM-NUM1 " " AM-COST-CENTER
                           DELIMITED BY SIZE INTO REV-WORK-LINE
                       WRITE REPORT-LINE FROM REV-WORK-LINE
               END-REWRITE
           END-IF.

       WRITE-REVERSAL-SUMMARY.
           MOVE SPACES TO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE
           MOVE REV-MATCH-COUNT TO REV-COUNT-EDIT
           MOVE SPACES TO REV-WORK-LINE
           STRING "Entries found:       " REV-COUNT-EDIT
               DELIMITED BY SIZE INTO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE
           IF REV-CANCEL
               MOVE REV-RELEASED-COUNT TO REV-COUNT-EDIT
               MOVE SPACES TO REV-WORK-LINE
               STRING "Entries released:    " REV-COUNT-EDIT
                   DELIMITED BY SIZE INTO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
           ELSE
               MOVE REV-MARKED-COUNT TO REV-COUNT-EDIT
               MOVE SPACES TO REV-WORK-LINE
               STRING "Entries reversed:    " REV-COUNT-EDIT
                   DELIMITED BY SIZE INTO REV-WORK-LINE
               WRITE REPORT-LINE FROM REV-WORK-LINE
               IF REV-MARKED-COUNT > ZERO
                   MOVE REV-HASH-TOTAL TO REV-HASH-EDIT
                   MOVE SPACES TO REV-WORK-LINE
                   STRING "Reversal batch:      " REV-BATCH-ID
                       " hash " REV-HASH-EDIT
                       DELIMITED BY SIZE INTO REV-WORK-LINE
                   WRITE REPORT-LINE FROM REV-WORK-LINE
               END-IF
           END-IF
           MOVE REV-EXCEPTION-COUNT TO REV-COUNT-EDIT
           MOVE SPACES TO REV-WORK-LINE
           STRING "Exceptions:          " REV-COUNT-EDIT
               DELIMITED BY SIZE INTO REV-WORK-LINE
           WRITE REPORT-LINE FROM REV-WORK-LINE
           DISPLAY "Exceptions: " REV-COUNT-EDIT.

       END PROGRAM CALCREV.
