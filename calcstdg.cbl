      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Generate today's standing entries. Run ahead of
      *          CALCEDIT: every entry on CALCSTND.DAT that falls due
      *          is written into TRANSIN.DAT as a batch of its own -
      *          header, the one detail, trailer - so it is edited
      *          and posted exactly like a department batch. The
      *          batch ID is SE followed by the entry ID.
      *          Each entry's last-generated date is moved up to the
      *          occurrence just generated, so a rerun the same day,
      *          or later in the same week or month, finds nothing
      *          new to generate. An occurrence that fell on a day
      *          the generator did not run (a weekend, say) is picked
      *          up by the next run within the same week or month.
      *          Entries past their end date, or whose cost center is
      *          inactive or gone from CCMAST.DAT, are skipped and
      *          listed on the report (STNDGRPT.DAT); a skipped entry
      *          is not marked, so it generates once put right.
      *          The run holds up to 500 standing entries and 5000
      *          cost centers. Anything beyond that is counted on the
      *          report and the return code is 12; with entries left
      *          unread, CALCSTND.DAT is not rewritten, so none of
      *          them is lost.
      *          Return code 0 clean, 4 entries skipped, 12 file
      *          errors or a file too large to hold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSTDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "CALCSTND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-FILE-STATUS.
           SELECT CC-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-CCM-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-TRANS-STATUS.
           SELECT TRANS-WORK-FILE ASSIGN TO "TRANSINW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STNDGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STG-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
       01  STANDING-RECORD.
           05 STD-ENTRY-ID PIC X(6).
           05 FILLER PIC X.
           05 STD-OPT PIC X.
           05 FILLER PIC X.
           05 STD-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 STD-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 STD-COST-CENTER PIC X(06).
           05 FILLER PIC X.
           05 STD-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 STD-CURRENCY PIC X(03).
           05 FILLER PIC X.
           05 STD-FREQUENCY PIC X.
           05 FILLER PIC X.
           05 STD-FREQ-DAY PIC 9(2).
           05 FILLER PIC X.
           05 STD-START-DATE PIC 9(8).
           05 FILLER PIC X.
           05 STD-END-DATE PIC 9(8).
           05 FILLER PIC X.
           05 STD-LAST-GEN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 STD-DESC PIC X(20).
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
      * TRANSIN.DAT is copied through record by record; only the
      * record type and a header's batch ID are looked at.
       FD  TRANS-FILE.
       01  TRANS-RAW PIC X(80).
       01  TRANS-HEADER-RECORD.
           05 TH-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 TH-BATCH-ID PIC X(8).
      * The replacement file, and the generated batches written into
      * it in the TRANSIN.DAT layouts.
       FD  TRANS-WORK-FILE.
       01  TRANS-WORK-RAW PIC X(80).
       01  GEN-HEADER-RECORD.
           05 GH-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 GH-BATCH-ID PIC X(8).
           05 FILLER PIC X.
           05 GH-SENDER-ID PIC X(4).
       01  GEN-DETAIL-RECORD.
           05 GD-OPT PIC X.
           05 FILLER PIC X.
           05 GD-NUM1 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 GD-NUM2 PIC S9(4)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 GD-COST-CENTER PIC X(06).
           05 FILLER PIC X.
           05 GD-FORMULA-CODE PIC X(04).
           05 FILLER PIC X.
           05 GD-CURRENCY PIC X(03).
       01  GEN-TRAILER-RECORD.
           05 GT-REC-TYPE PIC X.
           05 FILLER PIC X.
           05 GT-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X.
           05 GT-HASH-TOTAL PIC S9(8)V99 SIGN IS TRAILING SEPARATE.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 STG-FILE-STATUS PIC XX.
           01 STG-CCM-STATUS PIC XX.
           01 STG-TRANS-STATUS PIC XX.
           01 STG-WORK-STATUS PIC XX.
           01 STG-REPORT-STATUS PIC XX.

      * Standing entries are kept centrally, so their batches go in
      * under the central sender and their outcomes come back here.
           01 STG-SENDER-ID PIC X(4) VALUE "CALC".

           01 STG-CURRENT-DATE PIC X(8).
           01 STG-CURRENT-DATE-N REDEFINES STG-CURRENT-DATE PIC 9(8).
           01 STG-CURRENT-DATE-PARTS REDEFINES STG-CURRENT-DATE.
               05 STG-CURRENT-YYYY PIC 9(4).
               05 STG-CURRENT-MM PIC 9(2).
               05 STG-CURRENT-DD PIC 9(2).
           01 STG-TODAY-INT PIC 9(8).
           01 STG-TODAY-DOW PIC 9.
           01 STG-FIRST-INT PIC 9(8).
           01 STG-DUE-INT PIC 9(8).
           01 STG-DAY-OFFSET PIC 9.
           01 STG-DOW PIC 9.
           01 STG-DAY PIC 9(2).
           01 STG-BUS-COUNT PIC 9(2).
           01 STG-MONTH-MAX PIC 9(2).
           01 STG-LEAP-REM PIC 9(4).
           01 STG-TARGET-DAY PIC 9(2).
           01 STG-DUE-DATE PIC 9(8).
           01 STG-DUE-DATE-PARTS REDEFINES STG-DUE-DATE.
               05 STG-DUE-YYYYMM PIC 9(6).
               05 STG-DUE-DD PIC 9(2).

           01 STG-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-STANDING VALUE "Y".
           01 STG-CCM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-CC-MASTER VALUE "Y".
           01 STG-TRANS-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-TRANS VALUE "Y".
           01 STG-WORK-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-WORK VALUE "Y".
           01 STG-GROUP-OPEN-SWITCH PIC X VALUE "N".
               88 GROUP-OPEN VALUE "Y".
           01 STG-INSERTED-SWITCH PIC X VALUE "N".
               88 BATCHES-INSERTED VALUE "Y".
           01 STG-WORK-OK-SWITCH PIC X VALUE "N".
               88 WORK-FILE-OK VALUE "Y".
           01 STG-REPLACED-SWITCH PIC X VALUE "N".
               88 TRANS-REPLACED VALUE "Y".
           01 STG-CCM-FOUND-SWITCH PIC X VALUE "N".
               88 CENTER-ON-MASTER VALUE "Y".
           01 STG-CCM-ACTIVE-SWITCH PIC X VALUE "N".
               88 CENTER-ACTIVE VALUE "Y".
           01 STG-PRESENT-SWITCH PIC X VALUE "N".
               88 BATCH-ALREADY-PRESENT VALUE "Y".

           01 STG-SUB PIC 9(4) VALUE ZERO.
           01 STG-CCM-SUB PIC 9(4) VALUE ZERO.
           01 STG-PRS-SUB PIC 9(4) VALUE ZERO.
           01 STG-GENERATE-COUNT PIC 9(4) VALUE ZERO.
           01 STG-GENERATED-COUNT PIC 9(4) VALUE ZERO.
           01 STG-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
           01 STG-PRESENT-COUNT PIC 9(4) VALUE ZERO.
           01 STG-MARKED-COUNT PIC 9(4) VALUE ZERO.
           01 STG-COUNT-EDIT PIC ZZZ9.
           01 STG-OVERFLOW-EDIT PIC Z(5)9.
           01 STG-AMOUNT-EDIT PIC -(4)9.99.
           01 STG-BATCH-ID PIC X(8).
           01 STG-WORK-LINE PIC X(80).

      * Centers and standing entries read after the tables filled.
           01 STG-CCM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 STG-TBL-OVERFLOW PIC 9(6) VALUE ZERO.

           01 STG-CCM-COUNT PIC 9(4) VALUE ZERO.
           01 STG-CCM-TABLE.
               05 STG-CCM-ENTRY OCCURS 5000 TIMES.
                   10 STG-CCM-CODE PIC X(6).
                   10 STG-CCM-ACTIVE-FLAG PIC X.

      * Standing-entry batches already sitting on TRANSIN.DAT, left
      * there by a run whose last-generated dates were never saved.
           01 STG-PRS-COUNT PIC 9(4) VALUE ZERO.
           01 STG-PRS-TABLE.
               05 STG-PRS-BATCH-ID PIC X(8) OCCURS 500 TIMES.

      * The whole standing-entry file, with what this run decided
      * for each entry: G generate, P already on TRANSIN.DAT, S
      * skipped, N not due.
           01 STG-TBL-COUNT PIC 9(4) VALUE ZERO.
           01 STG-TBL-TABLE.
               05 STG-TBL-ENTRY OCCURS 500 TIMES.
                   10 STG-TBL-RECORD PIC X(93).
                   10 STG-TBL-ACTION PIC X.
                       88 STG-TBL-GENERATE VALUE "G".
                       88 STG-TBL-PRESENT VALUE "P".
                       88 STG-TBL-SKIPPED VALUE "S".
                       88 STG-TBL-NOT-DUE VALUE "N".
                   10 STG-TBL-DUE-DATE PIC 9(8).
                   10 STG-TBL-REASON PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Standing-Entry Generation"
           DISPLAY " "
           ACCEPT STG-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE STG-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(STG-CURRENT-DATE-N)
      * Day numbers run Monday = 1 through Sunday = 7.
           COMPUTE STG-TODAY-DOW
               = FUNCTION MOD(STG-TODAY-INT - 1 7) + 1

           OPEN OUTPUT REPORT-FILE
           IF STG-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open generation report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STG-WORK-LINE
           STRING "COBOLCalc Standing-Entry Generation - "
               STG-CURRENT-DATE
               DELIMITED BY SIZE INTO STG-WORK-LINE
           WRITE REPORT-LINE FROM STG-WORK-LINE
           MOVE SPACES TO STG-WORK-LINE
           WRITE REPORT-LINE FROM STG-WORK-LINE

           PERFORM LOAD-STANDING-TABLE
           IF STG-TBL-COUNT = ZERO
               MOVE "No standing entries on file - nothing generated."
                   TO STG-WORK-LINE
               WRITE REPORT-LINE FROM STG-WORK-LINE
               CLOSE REPORT-FILE
               DISPLAY "No standing entries on file."
               STOP RUN
           END-IF
           PERFORM LOAD-CC-MASTER
           PERFORM LOAD-PRESENT-BATCHES

           PERFORM VARYING STG-SUB FROM 1 BY 1
                   UNTIL STG-SUB > STG-TBL-COUNT
               PERFORM CLASSIFY-STANDING-ENTRY
           END-PERFORM

           IF STG-GENERATE-COUNT > ZERO
               PERFORM BUILD-TRANS-WORK-FILE
               IF WORK-FILE-OK
                   PERFORM REPLACE-TRANS-FILE
               END-IF
               IF NOT TRANS-REPLACED
                   MOVE "*** TRANSIN.DAT NOT REWRITTEN ***"
                       TO STG-WORK-LINE
                   WRITE REPORT-LINE FROM STG-WORK-LINE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM WRITE-GENERATED-SECTION
           PERFORM WRITE-SKIPPED-SECTION

           IF STG-TBL-OVERFLOW > ZERO
               MOVE STG-TBL-OVERFLOW TO STG-OVERFLOW-EDIT
               MOVE SPACES TO STG-WORK-LINE
               STRING "*** " STG-OVERFLOW-EDIT
                   " STANDING ENTRIES BEYOND 500 NOT READ - "
                   "CALCSTND.DAT NOT UPDATED ***"
                   DELIMITED BY SIZE INTO STG-WORK-LINE
               WRITE REPORT-LINE FROM STG-WORK-LINE
               DISPLAY STG-WORK-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               IF TRANS-REPLACED OR STG-PRESENT-COUNT > ZERO
                   PERFORM SAVE-STANDING-TABLE
               END-IF
           END-IF

           PERFORM WRITE-GENERATION-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Generation report written to STNDGRPT.DAT."

           IF RETURN-CODE = ZERO
               IF STG-SKIPPED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       LOAD-STANDING-TABLE.
           OPEN INPUT STANDING-FILE
           IF STG-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-STANDING
                   READ STANDING-FILE
                       AT END
                           MOVE "Y" TO STG-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-STANDING-RECORD
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.

      * Entries past the 500th are only counted; the file is then
      * left as it is so they are still there for the next run.
       TAKE-STANDING-RECORD.
           IF STG-TBL-COUNT = 500
               ADD 1 TO STG-TBL-OVERFLOW
           ELSE
               ADD 1 TO STG-TBL-COUNT
               MOVE STANDING-RECORD TO STG-TBL-RECORD(STG-TBL-COUNT)
               MOVE "N" TO STG-TBL-ACTION(STG-TBL-COUNT)
               MOVE ZERO TO STG-TBL-DUE-DATE(STG-TBL-COUNT)
               MOVE SPACES TO STG-TBL-REASON(STG-TBL-COUNT)
           END-IF.

       LOAD-CC-MASTER.
           OPEN INPUT CC-MASTER-FILE
           IF STG-CCM-STATUS = "00"
               PERFORM UNTIL END-OF-CC-MASTER
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO STG-CCM-EOF-SWITCH
                       NOT AT END
                           IF STG-CCM-COUNT = 5000
                               ADD 1 TO STG-CCM-OVERFLOW
                           ELSE
                               ADD 1 TO STG-CCM-COUNT
                               MOVE CCM-CODE
                                   TO STG-CCM-CODE(STG-CCM-COUNT)
                               MOVE CCM-ACTIVE-FLAG
                                   TO STG-CCM-ACTIVE-FLAG(STG-CCM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
               IF STG-CCM-OVERFLOW > ZERO
                   MOVE STG-CCM-OVERFLOW TO STG-OVERFLOW-EDIT
                   MOVE SPACES TO STG-WORK-LINE
                   STRING "*** " STG-OVERFLOW-EDIT
                       " COST CENTERS BEYOND 5000 NOT READ - "
                       "THEIR ENTRIES SKIPPED ***"
                       DELIMITED BY SIZE INTO STG-WORK-LINE
                   WRITE REPORT-LINE FROM STG-WORK-LINE
                   DISPLAY STG-WORK-LINE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "CCMAST.DAT not found - every entry will be "
                   "skipped."
           END-IF.

       LOAD-PRESENT-BATCHES.
           OPEN INPUT TRANS-FILE
           IF STG-TRANS-STATUS = "00"
               MOVE "N" TO STG-TRANS-EOF-SWITCH
               PERFORM UNTIL END-OF-TRANS
                   READ TRANS-FILE
                       AT END
                           MOVE "Y" TO STG-TRANS-EOF-SWITCH
                       NOT AT END
                           IF TH-REC-TYPE = "H"
                                   AND TH-BATCH-ID(1:2) = "SE"
                                   AND STG-PRS-COUNT < 500
                               ADD 1 TO STG-PRS-COUNT
                               MOVE TH-BATCH-ID
                                   TO STG-PRS-BATCH-ID(STG-PRS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

      * Works out the entry's occurrence on or before today in the
      * current period, then whether that occurrence is still owed.
       CLASSIFY-STANDING-ENTRY.
           MOVE STG-TBL-RECORD(STG-SUB) TO STANDING-RECORD
           PERFORM FIND-DUE-DATE
           MOVE STG-DUE-DATE TO STG-TBL-DUE-DATE(STG-SUB)
           MOVE SPACES TO STG-BATCH-ID
           STRING "SE" STD-ENTRY-ID
               DELIMITED BY SIZE INTO STG-BATCH-ID
           EVALUATE TRUE
               WHEN STG-DUE-DATE = ZERO
               WHEN STG-DUE-DATE < STD-START-DATE
               WHEN STG-DUE-DATE NOT > STD-LAST-GEN-DATE
                   MOVE "N" TO STG-TBL-ACTION(STG-SUB)
               WHEN STD-END-DATE NOT = ZERO
                       AND STG-DUE-DATE > STD-END-DATE
                   MOVE "S" TO STG-TBL-ACTION(STG-SUB)
                   MOVE SPACES TO STG-TBL-REASON(STG-SUB)
                   STRING "expired " STD-END-DATE
                       DELIMITED BY SIZE INTO STG-TBL-REASON(STG-SUB)
               WHEN OTHER
                   PERFORM CHECK-ENTRY-CENTER
           END-EVALUATE.

       CHECK-ENTRY-CENTER.
           MOVE "N" TO STG-CCM-FOUND-SWITCH
           MOVE "N" TO STG-CCM-ACTIVE-SWITCH
           PERFORM VARYING STG-CCM-SUB FROM 1 BY 1
                   UNTIL STG-CCM-SUB > STG-CCM-COUNT
               IF STG-CCM-CODE(STG-CCM-SUB) = STD-COST-CENTER
                   MOVE "Y" TO STG-CCM-FOUND-SWITCH
                   IF STG-CCM-ACTIVE-FLAG(STG-CCM-SUB) = "A"
                       MOVE "Y" TO STG-CCM-ACTIVE-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO STG-PRESENT-SWITCH
           PERFORM VARYING STG-PRS-SUB FROM 1 BY 1
                   UNTIL STG-PRS-SUB > STG-PRS-COUNT
               IF STG-PRS-BATCH-ID(STG-PRS-SUB) = STG-BATCH-ID
                   MOVE "Y" TO STG-PRESENT-SWITCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT CENTER-ON-MASTER
                   MOVE "S" TO STG-TBL-ACTION(STG-SUB)
                   MOVE SPACES TO STG-TBL-REASON(STG-SUB)
                   STRING "cost center " STD-COST-CENTER
                       " not on master"
                       DELIMITED BY SIZE INTO STG-TBL-REASON(STG-SUB)
               WHEN NOT CENTER-ACTIVE
                   MOVE "S" TO STG-TBL-ACTION(STG-SUB)
                   MOVE SPACES TO STG-TBL-REASON(STG-SUB)
                   STRING "cost center " STD-COST-CENTER
                       " inactive"
                       DELIMITED BY SIZE INTO STG-TBL-REASON(STG-SUB)
               WHEN BATCH-ALREADY-PRESENT
                   MOVE "P" TO STG-TBL-ACTION(STG-SUB)
                   ADD 1 TO STG-PRESENT-COUNT
               WHEN OTHER
                   MOVE "G" TO STG-TBL-ACTION(STG-SUB)
                   ADD 1 TO STG-GENERATE-COUNT
           END-EVALUATE.

      * Leaves the latest scheduled date not after today in the
      * current week (W) or month (M, B), or zero when this period's
      * occurrence is still to come. Business days are Monday to
      * Friday.
       FIND-DUE-DATE.
           MOVE ZERO TO STG-DUE-DATE
           EVALUATE STD-FREQUENCY
               WHEN "D"
                   MOVE STG-CURRENT-DATE-N TO STG-DUE-DATE
               WHEN "W"
                   IF STD-FREQ-DAY > 0 AND STD-FREQ-DAY < 8
                       COMPUTE STG-DAY-OFFSET = FUNCTION MOD(
                           STG-TODAY-DOW - STD-FREQ-DAY + 7 7)
                       COMPUTE STG-DUE-INT
                           = STG-TODAY-INT - STG-DAY-OFFSET
                       COMPUTE STG-DUE-DATE
                           = FUNCTION DATE-OF-INTEGER(STG-DUE-INT)
                   END-IF
               WHEN "M"
                   PERFORM FIND-MONTH-END
                   IF STD-FREQ-DAY > STG-MONTH-MAX
                       MOVE STG-MONTH-MAX TO STG-TARGET-DAY
                   ELSE
                       MOVE STD-FREQ-DAY TO STG-TARGET-DAY
                   END-IF
                   IF STG-TARGET-DAY > 0
                           AND STG-TARGET-DAY NOT > STG-CURRENT-DD
                       MOVE STG-CURRENT-DATE-N TO STG-DUE-DATE
                       MOVE STG-TARGET-DAY TO STG-DUE-DD
                   END-IF
               WHEN "B"
                   IF STD-FREQ-DAY > 0
                       MOVE STG-CURRENT-DATE-N TO STG-DUE-DATE
                       MOVE 1 TO STG-DUE-DD
                       COMPUTE STG-FIRST-INT
                           = FUNCTION INTEGER-OF-DATE(STG-DUE-DATE)
                       MOVE ZERO TO STG-DUE-DATE
                       MOVE ZERO TO STG-BUS-COUNT
                       PERFORM VARYING STG-DAY FROM 1 BY 1
                               UNTIL STG-DAY > STG-CURRENT-DD
                                   OR STG-DUE-DATE NOT = ZERO
                           COMPUTE STG-DOW = FUNCTION MOD(
                               STG-FIRST-INT + STG-DAY - 2 7) + 1
                           IF STG-DOW < 6
                               ADD 1 TO STG-BUS-COUNT
                               IF STG-BUS-COUNT = STD-FREQ-DAY
                                   MOVE STG-CURRENT-DATE-N
                                       TO STG-DUE-DATE
                                   MOVE STG-DAY TO STG-DUE-DD
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-MONTH-END.
           EVALUATE STG-CURRENT-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO STG-MONTH-MAX
               WHEN 2
                   MOVE 28 TO STG-MONTH-MAX
                   COMPUTE STG-LEAP-REM
                       = FUNCTION MOD(STG-CURRENT-YYYY 4)
                   IF STG-LEAP-REM = ZERO
                       COMPUTE STG-LEAP-REM
                           = FUNCTION MOD(STG-CURRENT-YYYY 100)
                       IF STG-LEAP-REM NOT = ZERO
                           MOVE 29 TO STG-MONTH-MAX
                       ELSE
                           COMPUTE STG-LEAP-REM
                               = FUNCTION MOD(STG-CURRENT-YYYY 400)
                           IF STG-LEAP-REM = ZERO
                               MOVE 29 TO STG-MONTH-MAX
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO STG-MONTH-MAX
           END-EVALUATE.

      * Copies TRANSIN.DAT to the work file with the generated
      * batches placed before the first "=" outside a batch, or at
      * the end, so the posting run reaches them.
       BUILD-TRANS-WORK-FILE.
           MOVE "N" TO STG-WORK-OK-SWITCH
           MOVE "N" TO STG-INSERTED-SWITCH
           MOVE "N" TO STG-GROUP-OPEN-SWITCH
           OPEN OUTPUT TRANS-WORK-FILE
           IF STG-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open TRANSINW.DAT - status "
                   STG-WORK-STATUS
           ELSE
               OPEN INPUT TRANS-FILE
               IF STG-TRANS-STATUS = "00"
                   MOVE "N" TO STG-TRANS-EOF-SWITCH
                   PERFORM UNTIL END-OF-TRANS
                       READ TRANS-FILE
                           AT END
                               MOVE "Y" TO STG-TRANS-EOF-SWITCH
                           NOT AT END
                               PERFORM COPY-ONE-TRANS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
                   MOVE "Y" TO STG-WORK-OK-SWITCH
               ELSE
                   IF STG-TRANS-STATUS = "35"
                       MOVE "Y" TO STG-WORK-OK-SWITCH
                   ELSE
                       DISPLAY "Unable to read TRANSIN.DAT - status "
                           STG-TRANS-STATUS
                   END-IF
               END-IF
               IF WORK-FILE-OK AND NOT BATCHES-INSERTED
                   PERFORM WRITE-GENERATED-BATCHES
               END-IF
               CLOSE TRANS-WORK-FILE
           END-IF.

       COPY-ONE-TRANS-RECORD.
           EVALUATE TH-REC-TYPE
               WHEN "H"
                   MOVE "Y" TO STG-GROUP-OPEN-SWITCH
               WHEN "T"
                   MOVE "N" TO STG-GROUP-OPEN-SWITCH
               WHEN "="
                   IF NOT GROUP-OPEN AND NOT BATCHES-INSERTED
                       PERFORM WRITE-GENERATED-BATCHES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE TRANS-WORK-RAW FROM TRANS-RAW.

       WRITE-GENERATED-BATCHES.
           PERFORM VARYING STG-SUB FROM 1 BY 1
                   UNTIL STG-SUB > STG-TBL-COUNT
               IF STG-TBL-GENERATE(STG-SUB)
                   PERFORM WRITE-ONE-BATCH
               END-IF
           END-PERFORM
           MOVE "Y" TO STG-INSERTED-SWITCH.

      * One balanced batch per entry: the trailer counts the single
      * detail and carries its first amount as the hash.
       WRITE-ONE-BATCH.
           MOVE STG-TBL-RECORD(STG-SUB) TO STANDING-RECORD
           MOVE SPACES TO GEN-HEADER-RECORD
           MOVE "H" TO GH-REC-TYPE
           STRING "SE" STD-ENTRY-ID
               DELIMITED BY SIZE INTO GH-BATCH-ID
           MOVE STG-SENDER-ID TO GH-SENDER-ID
           WRITE GEN-HEADER-RECORD
           MOVE SPACES TO GEN-DETAIL-RECORD
           MOVE STD-OPT TO GD-OPT
           MOVE STD-NUM1 TO GD-NUM1
           MOVE STD-NUM2 TO GD-NUM2
           MOVE STD-COST-CENTER TO GD-COST-CENTER
           MOVE STD-FORMULA-CODE TO GD-FORMULA-CODE
           MOVE STD-CURRENCY TO GD-CURRENCY
           WRITE GEN-DETAIL-RECORD
           MOVE SPACES TO GEN-TRAILER-RECORD
           MOVE "T" TO GT-REC-TYPE
           MOVE 1 TO GT-RECORD-COUNT
           MOVE STD-NUM1 TO GT-HASH-TOTAL
           WRITE GEN-TRAILER-RECORD.

      * Same protection as every other rewrite here: TRANSIN.DAT is
      * only truncated once the replacement is safely on disk.
       REPLACE-TRANS-FILE.
           MOVE "N" TO STG-REPLACED-SWITCH
           OPEN INPUT TRANS-WORK-FILE
           IF STG-WORK-STATUS NOT = "00"
               DISPLAY "Unable to read TRANSINW.DAT back - "
                   "TRANSIN.DAT left as it was."
           ELSE
               OPEN OUTPUT TRANS-FILE
               IF STG-TRANS-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite TRANSIN.DAT - new "
                       "input left in TRANSINW.DAT."
                   CLOSE TRANS-WORK-FILE
               ELSE
                   MOVE "N" TO STG-WORK-EOF-SWITCH
                   PERFORM UNTIL END-OF-WORK
                       READ TRANS-WORK-FILE
                           AT END
                               MOVE "Y" TO STG-WORK-EOF-SWITCH
                           NOT AT END
                               WRITE TRANS-RAW FROM TRANS-WORK-RAW
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-WORK-FILE
                   CLOSE TRANS-FILE
                   MOVE "Y" TO STG-REPLACED-SWITCH
               END-IF
           END-IF.

      * Generated and already-present entries have their occurrence
      * recorded; nothing else on the file changes.
       SAVE-STANDING-TABLE.
           OPEN OUTPUT STANDING-FILE
           IF STG-FILE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CALCSTND.DAT - status "
                   STG-FILE-STATUS
               MOVE "*** CALCSTND.DAT NOT UPDATED - DO NOT RERUN ***"
                   TO STG-WORK-LINE
               WRITE REPORT-LINE FROM STG-WORK-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING STG-SUB FROM 1 BY 1
                       UNTIL STG-SUB > STG-TBL-COUNT
                   MOVE STG-TBL-RECORD(STG-SUB) TO STANDING-RECORD
                   IF STG-TBL-PRESENT(STG-SUB)
                           OR (STG-TBL-GENERATE(STG-SUB)
                               AND TRANS-REPLACED)
                       MOVE STG-TBL-DUE-DATE(STG-SUB)
                           TO STD-LAST-GEN-DATE
                       ADD 1 TO STG-MARKED-COUNT
                   END-IF
                   WRITE STANDING-RECORD
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.

       WRITE-GENERATED-SECTION.
           IF TRANS-REPLACED OR STG-PRESENT-COUNT > ZERO
               MOVE "Generated:" TO STG-WORK-LINE
               WRITE REPORT-LINE FROM STG-WORK-LINE
               PERFORM VARYING STG-SUB FROM 1 BY 1
                       UNTIL STG-SUB > STG-TBL-COUNT
                   IF STG-TBL-PRESENT(STG-SUB)
                           OR (STG-TBL-GENERATE(STG-SUB)
                               AND TRANS-REPLACED)
                       PERFORM WRITE-ENTRY-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO STG-WORK-LINE
               WRITE REPORT-LINE FROM STG-WORK-LINE
           END-IF.

       WRITE-ENTRY-LINE.
           MOVE STG-TBL-RECORD(STG-SUB) TO STANDING-RECORD
           MOVE STD-NUM1 TO STG-AMOUNT-EDIT
           MOVE SPACES TO STG-WORK-LINE
           IF STG-TBL-PRESENT(STG-SUB)
               STRING "  " STD-ENTRY-ID " SE" STD-ENTRY-ID
                   " " STG-TBL-DUE-DATE(STG-SUB)
                   " already on TRANSIN.DAT - not repeated"
                   DELIMITED BY SIZE INTO STG-WORK-LINE
           ELSE
               ADD 1 TO STG-GENERATED-COUNT
               STRING "  " STD-ENTRY-ID " SE" STD-ENTRY-ID
                   " " STG-TBL-DUE-DATE(STG-SUB)
                   " " STD-OPT " " STG-AMOUNT-EDIT
                   " " STD-COST-CENTER " " STD-DESC
                   DELIMITED BY SIZE INTO STG-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM STG-WORK-LINE.

       WRITE-SKIPPED-SECTION.
           PERFORM VARYING STG-SUB FROM 1 BY 1
                   UNTIL STG-SUB > STG-TBL-COUNT
               IF STG-TBL-SKIPPED(STG-SUB)
                   IF STG-SKIPPED-COUNT = ZERO
                       MOVE "Skipped:" TO STG-WORK-LINE
                       WRITE REPORT-LINE FROM STG-WORK-LINE
                   END-IF
                   ADD 1 TO STG-SKIPPED-COUNT
                   MOVE STG-TBL-RECORD(STG-SUB) TO STANDING-RECORD
                   MOVE STD-NUM1 TO STG-AMOUNT-EDIT
                   MOVE SPACES TO STG-WORK-LINE
                   STRING "  " STD-ENTRY-ID " "
                       STG-TBL-DUE-DATE(STG-SUB)
                       " " STD-OPT " " STG-AMOUNT-EDIT
                       " " STG-TBL-REASON(STG-SUB)
                       DELIMITED BY SIZE INTO STG-WORK-LINE
                   WRITE REPORT-LINE FROM STG-WORK-LINE
               END-IF
           END-PERFORM
           IF STG-SKIPPED-COUNT > ZERO
               MOVE SPACES TO STG-WORK-LINE
               WRITE REPORT-LINE FROM STG-WORK-LINE
           END-IF.

       WRITE-GENERATION-SUMMARY.
           MOVE STG-TBL-COUNT TO STG-COUNT-EDIT
           MOVE SPACES TO STG-WORK-LINE
           STRING "Standing entries on file: " STG-COUNT-EDIT
               DELIMITED BY SIZE INTO STG-WORK-LINE
           WRITE REPORT-LINE FROM STG-WORK-LINE
           MOVE STG-GENERATED-COUNT TO STG-COUNT-EDIT
           MOVE SPACES TO STG-WORK-LINE
           STRING "Batches generated:        " STG-COUNT-EDIT
               DELIMITED BY SIZE INTO STG-WORK-LINE
           WRITE REPORT-LINE FROM STG-WORK-LINE
           MOVE STG-PRESENT-COUNT TO STG-COUNT-EDIT
           MOVE SPACES TO STG-WORK-LINE
           STRING "Already on TRANSIN.DAT:   " STG-COUNT-EDIT
               DELIMITED BY SIZE INTO STG-WORK-LINE
           WRITE REPORT-LINE FROM STG-WORK-LINE
           MOVE STG-SKIPPED-COUNT TO STG-COUNT-EDIT
           MOVE SPACES TO STG-WORK-LINE
           STRING "Skipped:                  " STG-COUNT-EDIT
               DELIMITED BY SIZE INTO STG-WORK-LINE
           WRITE REPORT-LINE FROM STG-WORK-LINE
           DISPLAY "Batches generated: " STG-GENERATED-COUNT
               "  skipped: " STG-SKIPPED-COUNT.

       END PROGRAM CALCSTDG.
