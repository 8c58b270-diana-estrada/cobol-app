      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Maintain the standing-entry file (CALCSTND.DAT):
      *          add, change and delete the entries keyed again every
      *          period - fixed accruals, allocations, service
      *          charges - and print a before/after change report so
      *          changes are reviewable. Each entry holds a complete
      *          transaction (operator, amounts, cost center, formula
      *          code, currency), how often it falls due and the
      *          dates it runs between. CALCSTDG generates the due
      *          entries as batches ahead of CALCEDIT and keeps the
      *          last-generated date, which maintenance leaves alone.
      *          Frequencies:
      *            D  every day the generator runs
      *            W  weekly on day n (1 = Monday ... 7 = Sunday)
      *            M  monthly on calendar day n (1-31; a day past
      *               the end of a short month means its last day)
      *            B  monthly on the n-th business day (1-23)
      *          Holds 500 entries and 5000 cost centers. When either
      *          file is larger, nothing is maintained: the change
      *          report says so and the return code is 12, so no
      *          entry is lost on the rewrite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSTDM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "CALCSTND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-FILE-STATUS.
           SELECT CC-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-CCM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STNDMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STM-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per standing entry. The amounts and codes are
      * laid out as they go onto a TRANSIN.DAT detail. An end date
      * of zero means the entry runs until it is deleted; the
      * last-generated date is zero until CALCSTDG first writes it.
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
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 STM-FILE-STATUS PIC XX.
           01 STM-CCM-STATUS PIC XX.
           01 STM-REPORT-STATUS PIC XX.
           01 STM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-STANDING VALUE "Y".
           01 STM-CCM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-CC-MASTER VALUE "Y".
           01 STM-DONE-SWITCH PIC X VALUE "N".
               88 MAINT-DONE VALUE "Y".
           01 STM-SAVE-SWITCH PIC X VALUE "N".
               88 SAVE-WANTED VALUE "Y".
           01 STM-FOUND-SWITCH PIC X VALUE "N".
               88 ENTRY-FOUND VALUE "Y".
           01 STM-CCM-FOUND-SWITCH PIC X VALUE "N".
               88 CENTER-ON-MASTER VALUE "Y".
           01 STM-DETAIL-OK-SWITCH PIC X VALUE "N".
               88 DETAIL-VALID VALUE "Y".
           01 STM-DATE-OK-SWITCH PIC X VALUE "N".
               88 DATE-VALID VALUE "Y".
           01 STM-CHOICE PIC X.
           01 STM-IN-ID PIC X(6).
           01 STM-IN-OPT PIC X.
           01 STM-IN-NUM1 PIC S9(4)V99.
           01 STM-IN-NUM2 PIC S9(4)V99.
           01 STM-IN-CC PIC X(6).
           01 STM-IN-FORMULA PIC X(4).
           01 STM-IN-CURRENCY PIC X(3).
           01 STM-IN-FREQUENCY PIC X.
           01 STM-IN-FREQ-DAY PIC 9(2).
           01 STM-IN-START PIC X(8).
           01 STM-IN-END PIC X(8).
           01 STM-IN-DESC PIC X(20).
           01 STM-CHK-DATE PIC X(8).
           01 STM-CHK-DATE-NUM REDEFINES STM-CHK-DATE.
               05 STM-CHK-YYYY PIC 9(4).
               05 STM-CHK-MM PIC 9(2).
               05 STM-CHK-DD PIC 9(2).
           01 STM-MONTH-MAX PIC 9(2).
           01 STM-LEAP-REM PIC 9(4).
           01 STM-SUB PIC 9(4) VALUE ZERO.
           01 STM-SUB2 PIC 9(4) VALUE ZERO.
           01 STM-CCM-SUB PIC 9(4) VALUE ZERO.
           01 STM-CHANGE-COUNT PIC 9(4) VALUE ZERO.
           01 STM-COUNT-EDIT PIC ZZZ9.
           01 STM-OVERFLOW-EDIT PIC Z(5)9.
           01 STM-AMOUNT-EDIT PIC -(4)9.99.
           01 STM-AMOUNT2-EDIT PIC -(4)9.99.
           01 STM-WORK-LINE PIC X(80).

      * Centers and standing entries read after the tables filled.
           01 STM-CCM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 STM-TBL-OVERFLOW PIC 9(6) VALUE ZERO.

           01 STM-CCM-COUNT PIC 9(4) VALUE ZERO.
           01 STM-CCM-TABLE.
               05 STM-CCM-CODE PIC X(6) OCCURS 5000 TIMES.

           01 STM-TBL-COUNT PIC 9(4) VALUE ZERO.
           01 STM-TBL-TABLE.
               05 STM-TBL-ENTRY OCCURS 500 TIMES.
                   10 STM-TBL-ID PIC X(6).
                   10 STM-TBL-OPT PIC X.
                   10 STM-TBL-NUM1 PIC S9(4)V99.
                   10 STM-TBL-NUM2 PIC S9(4)V99.
                   10 STM-TBL-CC PIC X(6).
                   10 STM-TBL-FORMULA PIC X(4).
                   10 STM-TBL-CURRENCY PIC X(3).
                   10 STM-TBL-FREQUENCY PIC X.
                   10 STM-TBL-FREQ-DAY PIC 9(2).
                   10 STM-TBL-START PIC 9(8).
                   10 STM-TBL-END PIC 9(8).
                   10 STM-TBL-LAST-GEN PIC 9(8).
                   10 STM-TBL-DESC PIC X(20).

           01 STM-OLD-COUNT PIC 9(4) VALUE ZERO.
           01 STM-OLD-TABLE.
               05 STM-OLD-ENTRY OCCURS 500 TIMES.
                   10 STM-OLD-ID PIC X(6).
                   10 STM-OLD-OPT PIC X.
                   10 STM-OLD-NUM1 PIC S9(4)V99.
                   10 STM-OLD-NUM2 PIC S9(4)V99.
                   10 STM-OLD-CC PIC X(6).
                   10 STM-OLD-FORMULA PIC X(4).
                   10 STM-OLD-CURRENCY PIC X(3).
                   10 STM-OLD-FREQUENCY PIC X.
                   10 STM-OLD-FREQ-DAY PIC 9(2).
                   10 STM-OLD-START PIC 9(8).
                   10 STM-OLD-END PIC 9(8).
                   10 STM-OLD-LAST-GEN PIC 9(8).
                   10 STM-OLD-DESC PIC X(20).

      * One entry laid out for listing, from either table.
           01 STM-LINE-ENTRY.
               05 STM-LINE-ID PIC X(6).
               05 STM-LINE-OPT PIC X.
               05 STM-LINE-NUM1 PIC S9(4)V99.
               05 STM-LINE-NUM2 PIC S9(4)V99.
               05 STM-LINE-CC PIC X(6).
               05 STM-LINE-FORMULA PIC X(4).
               05 STM-LINE-CURRENCY PIC X(3).
               05 STM-LINE-FREQUENCY PIC X.
               05 STM-LINE-FREQ-DAY PIC 9(2).
               05 STM-LINE-START PIC 9(8).
               05 STM-LINE-END PIC 9(8).
               05 STM-LINE-LAST-GEN PIC 9(8).
               05 STM-LINE-DESC PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Standing-Entry Maintenance"
           DISPLAY " "
           PERFORM LOAD-CC-MASTER
           PERFORM LOAD-STANDING-TABLE
           IF STM-CCM-OVERFLOW > ZERO OR STM-TBL-OVERFLOW > ZERO
               PERFORM REPORT-TABLE-OVERFLOW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE STM-TBL-COUNT TO STM-OLD-COUNT
           MOVE STM-TBL-TABLE TO STM-OLD-TABLE

           PERFORM UNTIL MAINT-DONE
               DISPLAY "A = add, C = change, D = delete, L = list, "
                   "E = end and save, Q = quit without saving:"
               ACCEPT STM-CHOICE
               EVALUATE STM-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-STANDING-ENTRY
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-STANDING-ENTRY
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-STANDING-ENTRY
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-STANDING-ENTRIES
                   WHEN "E"
                   WHEN "e"
                       MOVE "Y" TO STM-DONE-SWITCH
                       MOVE "Y" TO STM-SAVE-SWITCH
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO STM-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "Invaild choice"
               END-EVALUATE
           END-PERFORM

           IF SAVE-WANTED
               IF STM-CHANGE-COUNT = ZERO
                   DISPLAY "No changes made - standing-entry file not "
                       "rewritten."
               ELSE
                   PERFORM SAVE-STANDING-TABLE
                   PERFORM WRITE-CHANGE-REPORT
               END-IF
           ELSE
               DISPLAY "Changes discarded."
           END-IF

           STOP RUN.

       LOAD-CC-MASTER.
           OPEN INPUT CC-MASTER-FILE
           IF STM-CCM-STATUS = "00"
               PERFORM UNTIL END-OF-CC-MASTER
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO STM-CCM-EOF-SWITCH
                       NOT AT END
                           IF STM-CCM-COUNT = 5000
                               ADD 1 TO STM-CCM-OVERFLOW
                           ELSE
                               ADD 1 TO STM-CCM-COUNT
                               MOVE CCM-CODE
                                   TO STM-CCM-CODE(STM-CCM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
           ELSE
               DISPLAY "CCMAST.DAT not found - no standing entries "
                   "can be added."
           END-IF.

       LOAD-STANDING-TABLE.
           OPEN INPUT STANDING-FILE
           IF STM-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-STANDING
                   READ STANDING-FILE
                       AT END
                           MOVE "Y" TO STM-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-STANDING-RECORD
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           ELSE
               DISPLAY "CALCSTND.DAT not found - starting with an "
                   "empty standing-entry file."
           END-IF.

       TAKE-STANDING-RECORD.
           IF STM-TBL-COUNT = 500
               ADD 1 TO STM-TBL-OVERFLOW
           ELSE
               ADD 1 TO STM-TBL-COUNT
               MOVE STD-ENTRY-ID TO STM-TBL-ID(STM-TBL-COUNT)
               MOVE STD-OPT TO STM-TBL-OPT(STM-TBL-COUNT)
               MOVE STD-NUM1 TO STM-TBL-NUM1(STM-TBL-COUNT)
               MOVE STD-NUM2 TO STM-TBL-NUM2(STM-TBL-COUNT)
               MOVE STD-COST-CENTER TO STM-TBL-CC(STM-TBL-COUNT)
               MOVE STD-FORMULA-CODE TO STM-TBL-FORMULA(STM-TBL-COUNT)
               MOVE STD-CURRENCY TO STM-TBL-CURRENCY(STM-TBL-COUNT)
               MOVE STD-FREQUENCY TO STM-TBL-FREQUENCY(STM-TBL-COUNT)
               MOVE STD-FREQ-DAY TO STM-TBL-FREQ-DAY(STM-TBL-COUNT)
               MOVE STD-START-DATE TO STM-TBL-START(STM-TBL-COUNT)
               MOVE STD-END-DATE TO STM-TBL-END(STM-TBL-COUNT)
               MOVE STD-LAST-GEN-DATE
                   TO STM-TBL-LAST-GEN(STM-TBL-COUNT)
               MOVE STD-DESC TO STM-TBL-DESC(STM-TBL-COUNT)
           END-IF.

      * A file larger than the tables cannot be maintained here: the
      * rewrite would drop whatever did not fit.
       REPORT-TABLE-OVERFLOW.
           OPEN OUTPUT REPORT-FILE
           IF STM-REPORT-STATUS = "00"
               MOVE "COBOLCalc Standing-Entry Change Report"
                   TO STM-WORK-LINE
               WRITE REPORT-LINE FROM STM-WORK-LINE
               MOVE SPACES TO STM-WORK-LINE
               WRITE REPORT-LINE FROM STM-WORK-LINE
           END-IF
           IF STM-CCM-OVERFLOW > ZERO
               MOVE STM-CCM-OVERFLOW TO STM-OVERFLOW-EDIT
               MOVE SPACES TO STM-WORK-LINE
               STRING "*** " STM-OVERFLOW-EDIT
                   " COST CENTERS BEYOND 5000 ON CCMAST.DAT ***"
                   DELIMITED BY SIZE INTO STM-WORK-LINE
               PERFORM WRITE-OVERFLOW-LINE
           END-IF
           IF STM-TBL-OVERFLOW > ZERO
               MOVE STM-TBL-OVERFLOW TO STM-OVERFLOW-EDIT
               MOVE SPACES TO STM-WORK-LINE
               STRING "*** " STM-OVERFLOW-EDIT
                   " STANDING ENTRIES BEYOND 500 ON CALCSTND.DAT ***"
                   DELIMITED BY SIZE INTO STM-WORK-LINE
               PERFORM WRITE-OVERFLOW-LINE
           END-IF
           MOVE "*** NOTHING MAINTAINED - CALCSTND.DAT UNCHANGED ***"
               TO STM-WORK-LINE
           PERFORM WRITE-OVERFLOW-LINE
           IF STM-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

       WRITE-OVERFLOW-LINE.
           DISPLAY STM-WORK-LINE
           IF STM-REPORT-STATUS = "00"
               WRITE REPORT-LINE FROM STM-WORK-LINE
           END-IF.

       FIND-STANDING-ENTRY.
           MOVE "N" TO STM-FOUND-SWITCH
           MOVE ZERO TO STM-SUB2
           PERFORM VARYING STM-SUB FROM 1 BY 1
                   UNTIL STM-SUB > STM-TBL-COUNT
               IF STM-IN-ID = STM-TBL-ID(STM-SUB)
                   MOVE "Y" TO STM-FOUND-SWITCH
                   MOVE STM-SUB TO STM-SUB2
               END-IF
           END-PERFORM
           MOVE STM-SUB2 TO STM-SUB.

       CHECK-CENTER-ON-MASTER.
           MOVE "N" TO STM-CCM-FOUND-SWITCH
           PERFORM VARYING STM-CCM-SUB FROM 1 BY 1
                   UNTIL STM-CCM-SUB > STM-CCM-COUNT
               IF STM-IN-CC = STM-CCM-CODE(STM-CCM-SUB)
                   MOVE "Y" TO STM-CCM-FOUND-SWITCH
               END-IF
           END-PERFORM.

       ADD-STANDING-ENTRY.
           IF STM-TBL-COUNT = 500
               DISPLAY "Standing-entry file is full - 500 entries "
                   "maximum."
           ELSE
               DISPLAY "Entry ID:"
               ACCEPT STM-IN-ID
               PERFORM FIND-STANDING-ENTRY
               EVALUATE TRUE
                   WHEN STM-IN-ID = SPACES
                       DISPLAY "Entry ID is required."
                   WHEN ENTRY-FOUND
                       DISPLAY "Entry " STM-IN-ID " already exists."
                   WHEN OTHER
                       PERFORM ACCEPT-ENTRY-DETAILS
                       IF DETAIL-VALID
                           ADD 1 TO STM-TBL-COUNT
                           MOVE STM-TBL-COUNT TO STM-SUB
                           MOVE STM-IN-ID TO STM-TBL-ID(STM-SUB)
                           MOVE ZERO TO STM-TBL-LAST-GEN(STM-SUB)
                           PERFORM STORE-ENTRY-DETAILS
                           ADD 1 TO STM-CHANGE-COUNT
                           DISPLAY "Added."
                       END-IF
               END-EVALUATE
           END-IF.

      * The last-generated date is kept across a change, so changing
      * an entry already generated today cannot generate it again.
       CHANGE-STANDING-ENTRY.
           DISPLAY "Entry ID:"
           ACCEPT STM-IN-ID
           PERFORM FIND-STANDING-ENTRY
           IF NOT ENTRY-FOUND
               DISPLAY "No standing entry " STM-IN-ID "."
           ELSE
               MOVE STM-SUB TO STM-SUB2
               PERFORM ACCEPT-ENTRY-DETAILS
               IF DETAIL-VALID
                   MOVE STM-SUB2 TO STM-SUB
                   PERFORM STORE-ENTRY-DETAILS
                   ADD 1 TO STM-CHANGE-COUNT
                   DISPLAY "Changed."
               END-IF
           END-IF.

       DELETE-STANDING-ENTRY.
           DISPLAY "Entry ID:"
           ACCEPT STM-IN-ID
           PERFORM FIND-STANDING-ENTRY
           IF NOT ENTRY-FOUND
               DISPLAY "No standing entry " STM-IN-ID "."
           ELSE
               PERFORM VARYING STM-SUB2 FROM STM-SUB BY 1
                       UNTIL STM-SUB2 = STM-TBL-COUNT
                   ADD 1 TO STM-SUB2 GIVING STM-SUB
                   MOVE STM-TBL-ENTRY(STM-SUB)
                       TO STM-TBL-ENTRY(STM-SUB2)
               END-PERFORM
               SUBTRACT 1 FROM STM-TBL-COUNT
               ADD 1 TO STM-CHANGE-COUNT
               DISPLAY "Deleted."
           END-IF.

      * The operator and amounts follow the same rules CALCEDIT
      * applies to a keyed detail; formula codes and currencies are
      * left for CALCEDIT to check on the day, against the formula
      * and rate files then in force.
       ACCEPT-ENTRY-DETAILS.
           MOVE "Y" TO STM-DETAIL-OK-SWITCH
           DISPLAY "Operator (+ - * / C):"
           ACCEPT STM-IN-OPT
           DISPLAY "First amount:"
           ACCEPT STM-IN-NUM1
           MOVE ZERO TO STM-IN-NUM2
           IF STM-IN-OPT = "C"
               DISPLAY "Second amount:"
               ACCEPT STM-IN-NUM2
           END-IF
           DISPLAY "Cost-center code:"
           ACCEPT STM-IN-CC
           MOVE SPACES TO STM-IN-FORMULA
           IF STM-IN-OPT = "C"
               DISPLAY "Formula code (blank = STD):"
               ACCEPT STM-IN-FORMULA
           END-IF
           DISPLAY "Currency (blank = base):"
           ACCEPT STM-IN-CURRENCY
           DISPLAY "Frequency (D = daily, W = weekly, M = monthly, "
               "B = business day of month):"
           ACCEPT STM-IN-FREQUENCY
           MOVE ZERO TO STM-IN-FREQ-DAY
           EVALUATE STM-IN-FREQUENCY
               WHEN "W"
                   DISPLAY "Day of week (1 = Monday ... 7 = Sunday):"
                   ACCEPT STM-IN-FREQ-DAY
               WHEN "M"
                   DISPLAY "Day of month (1-31):"
                   ACCEPT STM-IN-FREQ-DAY
               WHEN "B"
                   DISPLAY "Business day of month (1-23):"
                   ACCEPT STM-IN-FREQ-DAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Start date (YYYYMMDD):"
           ACCEPT STM-IN-START
           DISPLAY "End date (YYYYMMDD, blank = no end):"
           ACCEPT STM-IN-END
           DISPLAY "Description:"
           ACCEPT STM-IN-DESC

           PERFORM CHECK-CENTER-ON-MASTER
           EVALUATE TRUE
               WHEN STM-IN-OPT NOT = "+" AND STM-IN-OPT NOT = "-"
                       AND STM-IN-OPT NOT = "*"
                       AND STM-IN-OPT NOT = "/"
                       AND STM-IN-OPT NOT = "C"
                   DISPLAY "Operator must be + - * / or C."
                   MOVE "N" TO STM-DETAIL-OK-SWITCH
               WHEN NOT CENTER-ON-MASTER
                   DISPLAY "Center " STM-IN-CC
                       " is not on the cost-center master."
                   MOVE "N" TO STM-DETAIL-OK-SWITCH
               WHEN STM-IN-FREQUENCY = "D"
                   CONTINUE
               WHEN STM-IN-FREQUENCY = "W"
                       AND STM-IN-FREQ-DAY > 0
                       AND STM-IN-FREQ-DAY < 8
                   CONTINUE
               WHEN STM-IN-FREQUENCY = "M"
                       AND STM-IN-FREQ-DAY > 0
                       AND STM-IN-FREQ-DAY < 32
                   CONTINUE
               WHEN STM-IN-FREQUENCY = "B"
                       AND STM-IN-FREQ-DAY > 0
                       AND STM-IN-FREQ-DAY < 24
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Frequency must be D, W 1-7, M 1-31 or "
                       "B 1-23."
                   MOVE "N" TO STM-DETAIL-OK-SWITCH
           END-EVALUATE
           IF DETAIL-VALID
               MOVE STM-IN-START TO STM-CHK-DATE
               PERFORM VALIDATE-DATE
               IF NOT DATE-VALID
                   DISPLAY "Start date must be a valid YYYYMMDD."
                   MOVE "N" TO STM-DETAIL-OK-SWITCH
               END-IF
           END-IF
           IF DETAIL-VALID
               IF STM-IN-END = SPACES OR STM-IN-END = ZERO
                   MOVE ZERO TO STM-IN-END
               ELSE
                   MOVE STM-IN-END TO STM-CHK-DATE
                   PERFORM VALIDATE-DATE
                   IF NOT DATE-VALID
                       DISPLAY "End date must be a valid YYYYMMDD "
                           "or blank."
                       MOVE "N" TO STM-DETAIL-OK-SWITCH
                   ELSE
                       IF STM-IN-END < STM-IN-START
                           DISPLAY "End date is before the start "
                               "date."
                           MOVE "N" TO STM-DETAIL-OK-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT DETAIL-VALID
               DISPLAY "Entry not applied."
           END-IF.

       VALIDATE-DATE.
           MOVE "N" TO STM-DATE-OK-SWITCH
           IF STM-CHK-DATE IS NUMERIC
               IF STM-CHK-MM > 0 AND STM-CHK-MM < 13
                       AND STM-CHK-DD > 0 AND STM-CHK-YYYY > 1900
                   EVALUATE STM-CHK-MM
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO STM-MONTH-MAX
                       WHEN 2
                           MOVE 28 TO STM-MONTH-MAX
                           COMPUTE STM-LEAP-REM
                               = FUNCTION MOD(STM-CHK-YYYY 4)
                           IF STM-LEAP-REM = ZERO
                               COMPUTE STM-LEAP-REM
                                   = FUNCTION MOD(STM-CHK-YYYY 100)
                               IF STM-LEAP-REM NOT = ZERO
                                   MOVE 29 TO STM-MONTH-MAX
                               ELSE
                                   COMPUTE STM-LEAP-REM
                                       = FUNCTION MOD(
                                           STM-CHK-YYYY 400)
                                   IF STM-LEAP-REM = ZERO
                                       MOVE 29 TO STM-MONTH-MAX
                                   END-IF
                               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE 31 TO STM-MONTH-MAX
                   END-EVALUATE
                   IF STM-CHK-DD NOT > STM-MONTH-MAX
                       MOVE "Y" TO STM-DATE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       STORE-ENTRY-DETAILS.
           MOVE STM-IN-OPT TO STM-TBL-OPT(STM-SUB)
           MOVE STM-IN-NUM1 TO STM-TBL-NUM1(STM-SUB)
           MOVE STM-IN-NUM2 TO STM-TBL-NUM2(STM-SUB)
           MOVE STM-IN-CC TO STM-TBL-CC(STM-SUB)
           MOVE STM-IN-FORMULA TO STM-TBL-FORMULA(STM-SUB)
           MOVE STM-IN-CURRENCY TO STM-TBL-CURRENCY(STM-SUB)
           MOVE STM-IN-FREQUENCY TO STM-TBL-FREQUENCY(STM-SUB)
           MOVE STM-IN-FREQ-DAY TO STM-TBL-FREQ-DAY(STM-SUB)
           MOVE STM-IN-START TO STM-TBL-START(STM-SUB)
           MOVE STM-IN-END TO STM-TBL-END(STM-SUB)
           MOVE STM-IN-DESC TO STM-TBL-DESC(STM-SUB).

       LIST-STANDING-ENTRIES.
           IF STM-TBL-COUNT = ZERO
               DISPLAY "Standing-entry file is empty."
           END-IF
           PERFORM VARYING STM-SUB FROM 1 BY 1
                   UNTIL STM-SUB > STM-TBL-COUNT
               MOVE STM-TBL-ENTRY(STM-SUB) TO STM-LINE-ENTRY
               PERFORM FORMAT-ENTRY-LINE
               DISPLAY STM-WORK-LINE
               PERFORM FORMAT-SCHEDULE-LINE
               DISPLAY STM-WORK-LINE
           END-PERFORM.

       FORMAT-ENTRY-LINE.
           MOVE STM-LINE-NUM1 TO STM-AMOUNT-EDIT
           MOVE STM-LINE-NUM2 TO STM-AMOUNT2-EDIT
           MOVE SPACES TO STM-WORK-LINE
           STRING "  " STM-LINE-ID
               " " STM-LINE-OPT
               " " STM-AMOUNT-EDIT
               " " STM-AMOUNT2-EDIT
               " " STM-LINE-CC
               " " STM-LINE-FORMULA
               " " STM-LINE-CURRENCY
               " " STM-LINE-DESC
               DELIMITED BY SIZE INTO STM-WORK-LINE.

       FORMAT-SCHEDULE-LINE.
           MOVE SPACES TO STM-WORK-LINE
           STRING "         freq " STM-LINE-FREQUENCY
               " " STM-LINE-FREQ-DAY
               " from " STM-LINE-START
               " to " STM-LINE-END
               " last generated " STM-LINE-LAST-GEN
               DELIMITED BY SIZE INTO STM-WORK-LINE.

       SAVE-STANDING-TABLE.
           OPEN OUTPUT STANDING-FILE
           IF STM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CALCSTND.DAT - status "
                   STM-FILE-STATUS
           ELSE
               PERFORM VARYING STM-SUB FROM 1 BY 1
                       UNTIL STM-SUB > STM-TBL-COUNT
                   MOVE SPACES TO STANDING-RECORD
                   MOVE STM-TBL-ID(STM-SUB) TO STD-ENTRY-ID
                   MOVE STM-TBL-OPT(STM-SUB) TO STD-OPT
                   MOVE STM-TBL-NUM1(STM-SUB) TO STD-NUM1
                   MOVE STM-TBL-NUM2(STM-SUB) TO STD-NUM2
                   MOVE STM-TBL-CC(STM-SUB) TO STD-COST-CENTER
                   MOVE STM-TBL-FORMULA(STM-SUB) TO STD-FORMULA-CODE
                   MOVE STM-TBL-CURRENCY(STM-SUB) TO STD-CURRENCY
                   MOVE STM-TBL-FREQUENCY(STM-SUB) TO STD-FREQUENCY
                   MOVE STM-TBL-FREQ-DAY(STM-SUB) TO STD-FREQ-DAY
                   MOVE STM-TBL-START(STM-SUB) TO STD-START-DATE
                   MOVE STM-TBL-END(STM-SUB) TO STD-END-DATE
                   MOVE STM-TBL-LAST-GEN(STM-SUB) TO STD-LAST-GEN-DATE
                   MOVE STM-TBL-DESC(STM-SUB) TO STD-DESC
                   WRITE STANDING-RECORD
               END-PERFORM
               CLOSE STANDING-FILE
               DISPLAY "CALCSTND.DAT rewritten."
           END-IF.

       WRITE-CHANGE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF STM-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open change report file."
           ELSE
               MOVE "COBOLCalc Standing-Entry Change Report"
                   TO STM-WORK-LINE
               WRITE REPORT-LINE FROM STM-WORK-LINE
               MOVE SPACES TO STM-WORK-LINE
               WRITE REPORT-LINE FROM STM-WORK-LINE

               MOVE "Before:" TO STM-WORK-LINE
               WRITE REPORT-LINE FROM STM-WORK-LINE
               PERFORM VARYING STM-SUB FROM 1 BY 1
                       UNTIL STM-SUB > STM-OLD-COUNT
                   MOVE STM-OLD-ENTRY(STM-SUB) TO STM-LINE-ENTRY
                   PERFORM FORMAT-ENTRY-LINE
                   WRITE REPORT-LINE FROM STM-WORK-LINE
                   PERFORM FORMAT-SCHEDULE-LINE
                   WRITE REPORT-LINE FROM STM-WORK-LINE
               END-PERFORM

               MOVE "After:" TO STM-WORK-LINE
               WRITE REPORT-LINE FROM STM-WORK-LINE
               PERFORM VARYING STM-SUB FROM 1 BY 1
                       UNTIL STM-SUB > STM-TBL-COUNT
                   MOVE STM-TBL-ENTRY(STM-SUB) TO STM-LINE-ENTRY
                   PERFORM FORMAT-ENTRY-LINE
                   WRITE REPORT-LINE FROM STM-WORK-LINE
                   PERFORM FORMAT-SCHEDULE-LINE
                   WRITE REPORT-LINE FROM STM-WORK-LINE
               END-PERFORM

               MOVE STM-CHANGE-COUNT TO STM-COUNT-EDIT
               MOVE SPACES TO STM-WORK-LINE
               STRING "Changes applied: " STM-COUNT-EDIT
                   DELIMITED BY SIZE INTO STM-WORK-LINE
               WRITE REPORT-LINE FROM STM-WORK-LINE

               CLOSE REPORT-FILE
               DISPLAY "Change report written to STNDMRPT.DAT."
           END-IF.

       END PROGRAM CALCSTDM.
