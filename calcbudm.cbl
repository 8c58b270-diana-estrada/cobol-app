      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Maintain the cost-center budget file (CALCBUD.DAT):
      *          add, change and delete a center's budget for a fiscal
      *          month, with the overrun tolerance the variance report
      *          (CALCBVAR) flags against, and print a before/after
      *          change report so budget changes are reviewable.
      *          Budgets are keyed by cost center + fiscal month
      *          (YYYYMM); the center must be on CCMAST.DAT.
      *          Holds 5000 centers and 60000 budgets - a year's
      *          budgets for every center COBOLCalc can post. When
      *          either file is larger, nothing is maintained: the
      *          change report says so and the return code is 12, so
      *          no budget is lost on the rewrite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBUDM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "CALCBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUD-FILE-STATUS.
           SELECT CC-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUD-CCM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per cost center per fiscal month. The tolerance is
      * the percentage over budget a center may run before CALCBVAR
      * flags it.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUD-COST-CENTER PIC X(6).
           05 FILLER PIC X.
           05 BUD-FISCAL-MONTH PIC X(6).
           05 FILLER PIC X.
           05 BUD-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 BUD-TOLERANCE-PCT PIC 9(3)V99.
           05 FILLER PIC X.
           05 BUD-DESC PIC X(20).
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
           01 BUD-FILE-STATUS PIC XX.
           01 BUD-CCM-STATUS PIC XX.
           01 BUD-REPORT-STATUS PIC XX.
           01 BUD-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-BUDGETS VALUE "Y".
           01 BUD-CCM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-CC-MASTER VALUE "Y".
           01 BUD-DONE-SWITCH PIC X VALUE "N".
               88 MAINT-DONE VALUE "Y".
           01 BUD-SAVE-SWITCH PIC X VALUE "N".
               88 SAVE-WANTED VALUE "Y".
           01 BUD-FOUND-SWITCH PIC X VALUE "N".
               88 BUDGET-FOUND VALUE "Y".
           01 BUD-CCM-FOUND-SWITCH PIC X VALUE "N".
               88 CENTER-ON-MASTER VALUE "Y".
           01 BUD-KEY-OK-SWITCH PIC X VALUE "N".
               88 KEY-VALID VALUE "Y".
           01 BUD-CHOICE PIC X.
           01 BUD-IN-CC PIC X(6).
           01 BUD-IN-MONTH PIC X(6).
           01 BUD-IN-MONTH-NUM REDEFINES BUD-IN-MONTH.
               05 BUD-IN-YYYY PIC 9(4).
               05 BUD-IN-MM PIC 9(2).
           01 BUD-IN-AMOUNT PIC S9(9)V99.
           01 BUD-IN-TOLERANCE PIC 9(3)V99.
           01 BUD-IN-DESC PIC X(20).
           01 BUD-SUB PIC 9(5) VALUE ZERO.
           01 BUD-SUB2 PIC 9(5) VALUE ZERO.
           01 BUD-CCM-SUB PIC 9(4) VALUE ZERO.
           01 BUD-CHANGE-COUNT PIC 9(4) VALUE ZERO.
           01 BUD-COUNT-EDIT PIC ZZZ9.
           01 BUD-OVERFLOW-EDIT PIC Z(5)9.
           01 BUD-AMOUNT-EDIT PIC -(9)9.99.
           01 BUD-TOL-EDIT PIC ZZ9.99.
           01 BUD-WORK-LINE PIC X(80).

      * Centers and budgets read after the tables filled.
           01 BUD-CCM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 BUD-TBL-OVERFLOW PIC 9(6) VALUE ZERO.

           01 BUD-CCM-COUNT PIC 9(4) VALUE ZERO.
           01 BUD-CCM-TABLE.
               05 BUD-CCM-CODE PIC X(6) OCCURS 5000 TIMES.

           01 BUD-TBL-COUNT PIC 9(5) VALUE ZERO.
           01 BUD-TBL-TABLE.
               05 BUD-TBL-ENTRY OCCURS 60000 TIMES.
                   10 BUD-TBL-CC PIC X(6).
                   10 BUD-TBL-MONTH PIC X(6).
                   10 BUD-TBL-AMOUNT PIC S9(9)V99.
                   10 BUD-TBL-TOLERANCE PIC 9(3)V99.
                   10 BUD-TBL-DESC PIC X(20).

           01 BUD-OLD-COUNT PIC 9(5) VALUE ZERO.
           01 BUD-OLD-TABLE.
               05 BUD-OLD-ENTRY OCCURS 60000 TIMES.
                   10 BUD-OLD-CC PIC X(6).
                   10 BUD-OLD-MONTH PIC X(6).
                   10 BUD-OLD-AMOUNT PIC S9(9)V99.
                   10 BUD-OLD-TOLERANCE PIC 9(3)V99.
                   10 BUD-OLD-DESC PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Cost-Center Budget Maintenance"
           DISPLAY " "
           PERFORM LOAD-CC-MASTER
           PERFORM LOAD-BUDGET-TABLE
           IF BUD-CCM-OVERFLOW > ZERO OR BUD-TBL-OVERFLOW > ZERO
               PERFORM REPORT-TABLE-OVERFLOW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BUD-TBL-COUNT TO BUD-OLD-COUNT
           MOVE BUD-TBL-TABLE TO BUD-OLD-TABLE

           PERFORM UNTIL MAINT-DONE
               DISPLAY "A = add, C = change, D = delete, L = list, "
                   "E = end and save, Q = quit without saving:"
               ACCEPT BUD-CHOICE
               EVALUATE BUD-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-BUDGET
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-BUDGET
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-BUDGET
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-BUDGETS
                   WHEN "E"
                   WHEN "e"
                       MOVE "Y" TO BUD-DONE-SWITCH
                       MOVE "Y" TO BUD-SAVE-SWITCH
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO BUD-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "Invaild choice"
               END-EVALUATE
           END-PERFORM

           IF SAVE-WANTED
               IF BUD-CHANGE-COUNT = ZERO
                   DISPLAY "No changes made - budget file not "
                       "rewritten."
               ELSE
                   PERFORM SAVE-BUDGET-TABLE
                   PERFORM WRITE-CHANGE-REPORT
               END-IF
           ELSE
               DISPLAY "Changes discarded."
           END-IF

           STOP RUN.

       LOAD-CC-MASTER.
           OPEN INPUT CC-MASTER-FILE
           IF BUD-CCM-STATUS = "00"
               PERFORM UNTIL END-OF-CC-MASTER
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO BUD-CCM-EOF-SWITCH
                       NOT AT END
                           IF BUD-CCM-COUNT = 5000
                               ADD 1 TO BUD-CCM-OVERFLOW
                           ELSE
                               ADD 1 TO BUD-CCM-COUNT
                               MOVE CCM-CODE
                                   TO BUD-CCM-CODE(BUD-CCM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
           ELSE
               DISPLAY "CCMAST.DAT not found - no budgets can be "
                   "added."
           END-IF.

       LOAD-BUDGET-TABLE.
           OPEN INPUT BUDGET-FILE
           IF BUD-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-BUDGETS
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO BUD-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-BUDGET-RECORD
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               DISPLAY "CALCBUD.DAT not found - starting with an "
                   "empty budget file."
           END-IF.

       TAKE-BUDGET-RECORD.
           IF BUD-TBL-COUNT = 60000
               ADD 1 TO BUD-TBL-OVERFLOW
           ELSE
               ADD 1 TO BUD-TBL-COUNT
               MOVE BUD-COST-CENTER TO BUD-TBL-CC(BUD-TBL-COUNT)
               MOVE BUD-FISCAL-MONTH TO BUD-TBL-MONTH(BUD-TBL-COUNT)
               MOVE BUD-AMOUNT TO BUD-TBL-AMOUNT(BUD-TBL-COUNT)
               MOVE BUD-TOLERANCE-PCT
                   TO BUD-TBL-TOLERANCE(BUD-TBL-COUNT)
               MOVE BUD-DESC TO BUD-TBL-DESC(BUD-TBL-COUNT)
           END-IF.

      * A file larger than the tables cannot be maintained here: the
      * rewrite would drop whatever did not fit.
       REPORT-TABLE-OVERFLOW.
           OPEN OUTPUT REPORT-FILE
           IF BUD-REPORT-STATUS = "00"
               MOVE "COBOLCalc Cost-Center Budget Change Report"
                   TO BUD-WORK-LINE
               WRITE REPORT-LINE FROM BUD-WORK-LINE
               MOVE SPACES TO BUD-WORK-LINE
               WRITE REPORT-LINE FROM BUD-WORK-LINE
           END-IF
           IF BUD-CCM-OVERFLOW > ZERO
               MOVE BUD-CCM-OVERFLOW TO BUD-OVERFLOW-EDIT
               MOVE SPACES TO BUD-WORK-LINE
               STRING "*** " BUD-OVERFLOW-EDIT
                   " COST CENTERS BEYOND 5000 ON CCMAST.DAT ***"
                   DELIMITED BY SIZE INTO BUD-WORK-LINE
               PERFORM WRITE-OVERFLOW-LINE
           END-IF
           IF BUD-TBL-OVERFLOW > ZERO
               MOVE BUD-TBL-OVERFLOW TO BUD-OVERFLOW-EDIT
               MOVE SPACES TO BUD-WORK-LINE
               STRING "*** " BUD-OVERFLOW-EDIT
                   " BUDGETS BEYOND 60000 ON CALCBUD.DAT ***"
                   DELIMITED BY SIZE INTO BUD-WORK-LINE
               PERFORM WRITE-OVERFLOW-LINE
           END-IF
           MOVE "*** NOTHING MAINTAINED - CALCBUD.DAT UNCHANGED ***"
               TO BUD-WORK-LINE
           PERFORM WRITE-OVERFLOW-LINE
           IF BUD-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

       WRITE-OVERFLOW-LINE.
           DISPLAY BUD-WORK-LINE
           IF BUD-REPORT-STATUS = "00"
               WRITE REPORT-LINE FROM BUD-WORK-LINE
           END-IF.

      * Every action starts from the center and fiscal month; the
      * month must be a real YYYYMM so the report can match it to the
      * GL feed run dates.
       ACCEPT-BUDGET-KEY.
           MOVE "N" TO BUD-KEY-OK-SWITCH
           DISPLAY "Cost-center code:"
           ACCEPT BUD-IN-CC
           DISPLAY "Fiscal month (YYYYMM):"
           ACCEPT BUD-IN-MONTH
           IF BUD-IN-MONTH IS NUMERIC
               IF BUD-IN-MM > 0 AND BUD-IN-MM < 13
                       AND BUD-IN-YYYY > 1900
                   MOVE "Y" TO BUD-KEY-OK-SWITCH
               END-IF
           END-IF
           IF NOT KEY-VALID
               DISPLAY "Fiscal month must be a valid YYYYMM - entry "
                   "not applied."
           END-IF.

       FIND-BUDGET.
           MOVE "N" TO BUD-FOUND-SWITCH
           MOVE ZERO TO BUD-SUB2
           PERFORM VARYING BUD-SUB FROM 1 BY 1
                   UNTIL BUD-SUB > BUD-TBL-COUNT
               IF BUD-IN-CC = BUD-TBL-CC(BUD-SUB)
                       AND BUD-IN-MONTH = BUD-TBL-MONTH(BUD-SUB)
                   MOVE "Y" TO BUD-FOUND-SWITCH
                   MOVE BUD-SUB TO BUD-SUB2
               END-IF
           END-PERFORM
           MOVE BUD-SUB2 TO BUD-SUB.

       CHECK-CENTER-ON-MASTER.
           MOVE "N" TO BUD-CCM-FOUND-SWITCH
           PERFORM VARYING BUD-CCM-SUB FROM 1 BY 1
                   UNTIL BUD-CCM-SUB > BUD-CCM-COUNT
               IF BUD-IN-CC = BUD-CCM-CODE(BUD-CCM-SUB)
                   MOVE "Y" TO BUD-CCM-FOUND-SWITCH
               END-IF
           END-PERFORM.

       ADD-BUDGET.
           IF BUD-TBL-COUNT = 60000
               DISPLAY "Budget file is full - 60000 entries maximum."
           ELSE
               PERFORM ACCEPT-BUDGET-KEY
               IF KEY-VALID
                   PERFORM CHECK-CENTER-ON-MASTER
                   PERFORM FIND-BUDGET
                   EVALUATE TRUE
                       WHEN NOT CENTER-ON-MASTER
                           DISPLAY "Center " BUD-IN-CC
                               " is not on the cost-center master."
                       WHEN BUDGET-FOUND
                           DISPLAY "Center " BUD-IN-CC
                               " already has a budget for "
                               BUD-IN-MONTH "."
                       WHEN OTHER
                           PERFORM ACCEPT-AMOUNT-AND-TOLERANCE
                           ADD 1 TO BUD-TBL-COUNT
                           MOVE BUD-IN-CC TO BUD-TBL-CC(BUD-TBL-COUNT)
                           MOVE BUD-IN-MONTH
                               TO BUD-TBL-MONTH(BUD-TBL-COUNT)
                           MOVE BUD-IN-AMOUNT
                               TO BUD-TBL-AMOUNT(BUD-TBL-COUNT)
                           MOVE BUD-IN-TOLERANCE
                               TO BUD-TBL-TOLERANCE(BUD-TBL-COUNT)
                           MOVE BUD-IN-DESC
                               TO BUD-TBL-DESC(BUD-TBL-COUNT)
                           ADD 1 TO BUD-CHANGE-COUNT
                           DISPLAY "Added."
                   END-EVALUATE
               END-IF
           END-IF.

       CHANGE-BUDGET.
           PERFORM ACCEPT-BUDGET-KEY
           IF KEY-VALID
               PERFORM FIND-BUDGET
               IF NOT BUDGET-FOUND
                   DISPLAY "No budget for " BUD-IN-CC " in "
                       BUD-IN-MONTH "."
               ELSE
                   PERFORM ACCEPT-AMOUNT-AND-TOLERANCE
                   MOVE BUD-IN-AMOUNT TO BUD-TBL-AMOUNT(BUD-SUB)
                   MOVE BUD-IN-TOLERANCE TO BUD-TBL-TOLERANCE(BUD-SUB)
                   MOVE BUD-IN-DESC TO BUD-TBL-DESC(BUD-SUB)
                   ADD 1 TO BUD-CHANGE-COUNT
                   DISPLAY "Changed."
               END-IF
           END-IF.

       DELETE-BUDGET.
           PERFORM ACCEPT-BUDGET-KEY
           IF KEY-VALID
               PERFORM FIND-BUDGET
               IF NOT BUDGET-FOUND
                   DISPLAY "No budget for " BUD-IN-CC " in "
                       BUD-IN-MONTH "."
               ELSE
                   PERFORM VARYING BUD-SUB2 FROM BUD-SUB BY 1
                           UNTIL BUD-SUB2 = BUD-TBL-COUNT
                       ADD 1 TO BUD-SUB2 GIVING BUD-SUB
                       MOVE BUD-TBL-ENTRY(BUD-SUB)
                           TO BUD-TBL-ENTRY(BUD-SUB2)
                   END-PERFORM
                   SUBTRACT 1 FROM BUD-TBL-COUNT
                   ADD 1 TO BUD-CHANGE-COUNT
                   DISPLAY "Deleted."
               END-IF
           END-IF.

       ACCEPT-AMOUNT-AND-TOLERANCE.
           DISPLAY "Budget amount:"
           ACCEPT BUD-IN-AMOUNT
           DISPLAY "Overrun tolerance percent (0 = flag any overrun):"
           ACCEPT BUD-IN-TOLERANCE
           DISPLAY "Description:"
           ACCEPT BUD-IN-DESC.

       LIST-BUDGETS.
           IF BUD-TBL-COUNT = ZERO
               DISPLAY "Budget file is empty."
           END-IF
           PERFORM VARYING BUD-SUB FROM 1 BY 1
                   UNTIL BUD-SUB > BUD-TBL-COUNT
               PERFORM FORMAT-TABLE-LINE
               DISPLAY BUD-WORK-LINE
           END-PERFORM.

       FORMAT-TABLE-LINE.
           MOVE BUD-TBL-AMOUNT(BUD-SUB) TO BUD-AMOUNT-EDIT
           MOVE BUD-TBL-TOLERANCE(BUD-SUB) TO BUD-TOL-EDIT
           MOVE SPACES TO BUD-WORK-LINE
           STRING "  " BUD-TBL-CC(BUD-SUB)
               " " BUD-TBL-MONTH(BUD-SUB)
               " " BUD-AMOUNT-EDIT
               " " BUD-TOL-EDIT "%"
               " " BUD-TBL-DESC(BUD-SUB)
               DELIMITED BY SIZE INTO BUD-WORK-LINE.

       FORMAT-OLD-LINE.
           MOVE BUD-OLD-AMOUNT(BUD-SUB) TO BUD-AMOUNT-EDIT
           MOVE BUD-OLD-TOLERANCE(BUD-SUB) TO BUD-TOL-EDIT
           MOVE SPACES TO BUD-WORK-LINE
           STRING "  " BUD-OLD-CC(BUD-SUB)
               " " BUD-OLD-MONTH(BUD-SUB)
               " " BUD-AMOUNT-EDIT
               " " BUD-TOL-EDIT "%"
               " " BUD-OLD-DESC(BUD-SUB)
               DELIMITED BY SIZE INTO BUD-WORK-LINE.

       SAVE-BUDGET-TABLE.
           OPEN OUTPUT BUDGET-FILE
           IF BUD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CALCBUD.DAT - status "
                   BUD-FILE-STATUS
           ELSE
               PERFORM VARYING BUD-SUB FROM 1 BY 1
                       UNTIL BUD-SUB > BUD-TBL-COUNT
                   MOVE SPACES TO BUDGET-RECORD
                   MOVE BUD-TBL-CC(BUD-SUB) TO BUD-COST-CENTER
                   MOVE BUD-TBL-MONTH(BUD-SUB) TO BUD-FISCAL-MONTH
                   MOVE BUD-TBL-AMOUNT(BUD-SUB) TO BUD-AMOUNT
                   MOVE BUD-TBL-TOLERANCE(BUD-SUB)
                       TO BUD-TOLERANCE-PCT
                   MOVE BUD-TBL-DESC(BUD-SUB) TO BUD-DESC
                   WRITE BUDGET-RECORD
               END-PERFORM
               CLOSE BUDGET-FILE
               DISPLAY "CALCBUD.DAT rewritten."
           END-IF.

       WRITE-CHANGE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF BUD-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open change report file."
           ELSE
               MOVE "COBOLCalc Cost-Center Budget Change Report"
                   TO BUD-WORK-LINE
               WRITE REPORT-LINE FROM BUD-WORK-LINE
               MOVE SPACES TO BUD-WORK-LINE
               WRITE REPORT-LINE FROM BUD-WORK-LINE

               MOVE "Before:" TO BUD-WORK-LINE
               WRITE REPORT-LINE FROM BUD-WORK-LINE
               PERFORM VARYING BUD-SUB FROM 1 BY 1
                       UNTIL BUD-SUB > BUD-OLD-COUNT
                   PERFORM FORMAT-OLD-LINE
                   WRITE REPORT-LINE FROM BUD-WORK-LINE
               END-PERFORM

               MOVE "After:" TO BUD-WORK-LINE
               WRITE REPORT-LINE FROM BUD-WORK-LINE
               PERFORM VARYING BUD-SUB FROM 1 BY 1
                       UNTIL BUD-SUB > BUD-TBL-COUNT
                   PERFORM FORMAT-TABLE-LINE
                   WRITE REPORT-LINE FROM BUD-WORK-LINE
               END-PERFORM

               MOVE BUD-CHANGE-COUNT TO BUD-COUNT-EDIT
               MOVE SPACES TO BUD-WORK-LINE
               STRING "Changes applied: " BUD-COUNT-EDIT
                   DELIMITED BY SIZE INTO BUD-WORK-LINE
               WRITE REPORT-LINE FROM BUD-WORK-LINE

               CLOSE REPORT-FILE
               DISPLAY "Change report written to BUDMRPT.DAT."
           END-IF.

       END PROGRAM CALCBUDM.
