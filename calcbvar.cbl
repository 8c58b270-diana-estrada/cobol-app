      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Month-end budget-vs-actual variance report. Sets each
      *          cost center's actual movement for the month, taken
      *          from the cost-center records on GLFEED.DAT, against
      *          its budget on CALCBUD.DAT and reports the variance
      *          amount and percentage, grouped by the department
      *          roll-up on CCMAST.DAT with a subtotal per department.
      *          A center over budget by more than the tolerance on
      *          its budget record is flagged and the run ends RC 4.
      *          Up to 5000 centers are reported; any center left
      *          out beyond that is counted on the report and the run
      *          ends RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CC-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVR-CCM-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "CALCBUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVR-BUDGET-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVR-GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BVR-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05 GL-COMPANY-CODE PIC X(04).
           05 GL-COST-CENTER PIC X(06).
           05 GL-RUN-DATE.
               10 GL-RUN-YYYYMM PIC X(06).
               10 GL-RUN-DD PIC 9(02).
           05 GL-FINAL-TOTAL PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 GL-SEND-STATUS PIC X.
           05 GL-SENT-DATE PIC X(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 BVR-CCM-STATUS PIC XX.
           01 BVR-BUDGET-STATUS PIC XX.
           01 BVR-GL-STATUS PIC XX.
           01 BVR-REPORT-STATUS PIC XX.
           01 BVR-MONTH PIC X(6).
           01 BVR-CURRENT-DATE PIC X(8).
           01 BVR-CCM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-CC-MASTER VALUE "Y".
           01 BVR-BUDGET-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-BUDGETS VALUE "Y".
           01 BVR-GL-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-GL-FEED VALUE "Y".
           01 BVR-DEPT-SWITCH PIC X VALUE "N".
               88 DEPT-PICKED VALUE "Y".
           01 BVR-IN-CC PIC X(6).
           01 BVR-SUB PIC 9(4) VALUE ZERO.
           01 BVR-SUB2 PIC 9(4) VALUE ZERO.
           01 BVR-CURRENT-DEPT PIC X(4).
           01 BVR-BUDGET PIC S9(11)V99.
           01 BVR-ACTUAL PIC S9(11)V99.
           01 BVR-VARIANCE PIC S9(11)V99.
           01 BVR-VAR-PCT PIC S9(5)V9.
           01 BVR-DEPT-BUDGET PIC S9(11)V99 VALUE ZERO.
           01 BVR-DEPT-ACTUAL PIC S9(11)V99 VALUE ZERO.
           01 BVR-GRAND-BUDGET PIC S9(11)V99 VALUE ZERO.
           01 BVR-GRAND-ACTUAL PIC S9(11)V99 VALUE ZERO.
           01 BVR-CENTER-COUNT PIC 9(6) VALUE ZERO.
           01 BVR-OVER-COUNT PIC 9(6) VALUE ZERO.
           01 BVR-NOBUD-COUNT PIC 9(6) VALUE ZERO.
           01 BVR-FEED-COUNT PIC 9(6) VALUE ZERO.
      * Master, budget and feed records whose center found the table
      * full.
           01 BVR-CTR-OVERFLOW PIC 9(6) VALUE ZERO.
           01 BVR-FLAG-TEXT PIC X(9).
           01 BVR-AMOUNT-EDIT PIC -(8)9.99.
           01 BVR-PCT-EDIT PIC -(4)9.9.
           01 BVR-TOL-EDIT PIC ZZ9.99.
           01 BVR-COUNT-EDIT PIC ZZZZZ9.
           01 BVR-WORK-LINE PIC X(80).

      * One entry per center on the master, plus any center that has a
      * budget or feed movement without being on the master; those are
      * reported under a blank department.
           01 BVR-CTR-COUNT PIC 9(4) VALUE ZERO.
           01 BVR-CTR-TABLE.
               05 BVR-CTR-ENTRY OCCURS 5000 TIMES.
                   10 BVR-CTR-CODE PIC X(6).
                   10 BVR-CTR-DEPT PIC X(4).
                   10 BVR-CTR-BUDGET PIC S9(9)V99.
                   10 BVR-CTR-TOLERANCE PIC 9(3)V99.
                   10 BVR-CTR-ACTUAL PIC S9(11)V99.
                   10 BVR-CTR-BUDGET-FLAG PIC X.
                       88 CTR-HAS-BUDGET VALUE "Y".
                   10 BVR-CTR-ACTUAL-FLAG PIC X.
                       88 CTR-HAS-ACTUAL VALUE "Y".
                   10 BVR-CTR-DONE-FLAG PIC X.
                       88 CTR-REPORTED VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Budget Variance Report"
           DISPLAY " "
           DISPLAY "Month to report (YYYYMM), blank for current:"
           ACCEPT BVR-MONTH
           IF BVR-MONTH = SPACES
               ACCEPT BVR-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE BVR-CURRENT-DATE(1:6) TO BVR-MONTH
           END-IF

           PERFORM LOAD-CC-MASTER
           PERFORM LOAD-MONTH-BUDGETS
           PERFORM LOAD-MONTH-ACTUALS
           PERFORM WRITE-VARIANCE-REPORT

           IF BVR-CTR-OVERFLOW > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF BVR-OVER-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Report written to BUDVRPT.DAT."
           STOP RUN.

       LOAD-CC-MASTER.
           OPEN INPUT CC-MASTER-FILE
           IF BVR-CCM-STATUS = "00"
               PERFORM UNTIL END-OF-CC-MASTER
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO BVR-CCM-EOF-SWITCH
                       NOT AT END
                           MOVE CCM-CODE TO BVR-IN-CC
                           PERFORM ADD-CENTER-ENTRY
                           IF BVR-SUB > ZERO
                               MOVE CCM-DEPT TO BVR-CTR-DEPT(BVR-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
           ELSE
               DISPLAY "Unable to open CCMAST.DAT - centers will be "
                   "reported without a department."
           END-IF.

       LOAD-MONTH-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF BVR-BUDGET-STATUS NOT = "00"
               DISPLAY "Unable to open CALCBUD.DAT - every center "
                   "will show as unbudgeted."
           ELSE
               PERFORM UNTIL END-OF-BUDGETS
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO BVR-BUDGET-EOF-SWITCH
                       NOT AT END
                           IF BUD-FISCAL-MONTH = BVR-MONTH
                               MOVE BUD-COST-CENTER TO BVR-IN-CC
                               PERFORM FIND-CENTER-ENTRY
                               IF BVR-SUB > ZERO
                                   MOVE "Y"
                                     TO BVR-CTR-BUDGET-FLAG(BVR-SUB)
                                   MOVE BUD-AMOUNT
                                     TO BVR-CTR-BUDGET(BVR-SUB)
                                   MOVE BUD-TOLERANCE-PCT
                                     TO BVR-CTR-TOLERANCE(BVR-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

      * Each run writes one record per cost center holding that run's
      * movement (COBOLCalc starts every center at zero), so the
      * month's actual is the sum of the center's records dated in
      * the month. The *TOTAL records are run balances, not movement.
       LOAD-MONTH-ACTUALS.
           OPEN INPUT GL-FEED-FILE
           IF BVR-GL-STATUS NOT = "00"
               DISPLAY "Unable to open GLFEED.DAT - actuals "
                   "unavailable."
           ELSE
               PERFORM UNTIL END-OF-GL-FEED
                   READ GL-FEED-FILE
                       AT END
                           MOVE "Y" TO BVR-GL-EOF-SWITCH
                       NOT AT END
                           IF GL-RUN-YYYYMM = BVR-MONTH
                                   AND GL-COST-CENTER NOT = "*TOTAL"
                               ADD 1 TO BVR-FEED-COUNT
                               MOVE GL-COST-CENTER TO BVR-IN-CC
                               PERFORM FIND-CENTER-ENTRY
                               IF BVR-SUB > ZERO
                                   MOVE "Y"
                                     TO BVR-CTR-ACTUAL-FLAG(BVR-SUB)
                                   ADD GL-FINAL-TOTAL
                                     TO BVR-CTR-ACTUAL(BVR-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
           END-IF.

      * Returns the center's slot in BVR-SUB, adding it under a blank
      * department when it is not on the master; zero when the table
      * is full.
       FIND-CENTER-ENTRY.
           MOVE ZERO TO BVR-SUB2
           PERFORM VARYING BVR-SUB FROM 1 BY 1
                   UNTIL BVR-SUB > BVR-CTR-COUNT
               IF BVR-CTR-CODE(BVR-SUB) = BVR-IN-CC
                   MOVE BVR-SUB TO BVR-SUB2
               END-IF
           END-PERFORM
           IF BVR-SUB2 = ZERO
               PERFORM ADD-CENTER-ENTRY
           ELSE
               MOVE BVR-SUB2 TO BVR-SUB
           END-IF.

       ADD-CENTER-ENTRY.
           IF BVR-CTR-COUNT = 5000
               DISPLAY "Center table full - " BVR-IN-CC
                   " not reported."
               ADD 1 TO BVR-CTR-OVERFLOW
               MOVE ZERO TO BVR-SUB
           ELSE
               ADD 1 TO BVR-CTR-COUNT
               MOVE BVR-CTR-COUNT TO BVR-SUB
               MOVE BVR-IN-CC TO BVR-CTR-CODE(BVR-SUB)
               MOVE SPACES TO BVR-CTR-DEPT(BVR-SUB)
               MOVE ZERO TO BVR-CTR-BUDGET(BVR-SUB)
               MOVE ZERO TO BVR-CTR-TOLERANCE(BVR-SUB)
               MOVE ZERO TO BVR-CTR-ACTUAL(BVR-SUB)
               MOVE "N" TO BVR-CTR-BUDGET-FLAG(BVR-SUB)
               MOVE "N" TO BVR-CTR-ACTUAL-FLAG(BVR-SUB)
               MOVE "N" TO BVR-CTR-DONE-FLAG(BVR-SUB)
           END-IF.

       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF BVR-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO BVR-WORK-LINE
           STRING "COBOLCalc Budget Variance Report - " BVR-MONTH
               DELIMITED BY SIZE INTO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE
           MOVE SPACES TO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE

      * Centers with neither a budget nor movement for the month have
      * nothing to report and are skipped. Departments come out in
      * ascending order, the blank (unassigned) department first.
           PERFORM VARYING BVR-SUB FROM 1 BY 1
                   UNTIL BVR-SUB > BVR-CTR-COUNT
               IF NOT CTR-HAS-BUDGET(BVR-SUB)
                       AND NOT CTR-HAS-ACTUAL(BVR-SUB)
                   MOVE "Y" TO BVR-CTR-DONE-FLAG(BVR-SUB)
               END-IF
           END-PERFORM

           PERFORM PICK-NEXT-DEPARTMENT
           PERFORM UNTIL NOT DEPT-PICKED
               PERFORM WRITE-DEPARTMENT-BLOCK
               PERFORM PICK-NEXT-DEPARTMENT
           END-PERFORM

           PERFORM WRITE-GRAND-TOTAL-LINES
           CLOSE REPORT-FILE.

       PICK-NEXT-DEPARTMENT.
           MOVE "N" TO BVR-DEPT-SWITCH
           PERFORM VARYING BVR-SUB FROM 1 BY 1
                   UNTIL BVR-SUB > BVR-CTR-COUNT
               IF NOT CTR-REPORTED(BVR-SUB)
                   IF NOT DEPT-PICKED
                           OR BVR-CTR-DEPT(BVR-SUB) < BVR-CURRENT-DEPT
                       MOVE "Y" TO BVR-DEPT-SWITCH
                       MOVE BVR-CTR-DEPT(BVR-SUB) TO BVR-CURRENT-DEPT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DEPARTMENT-BLOCK.
           MOVE ZERO TO BVR-DEPT-BUDGET
           MOVE ZERO TO BVR-DEPT-ACTUAL
           MOVE SPACES TO BVR-WORK-LINE
           IF BVR-CURRENT-DEPT = SPACES
               MOVE "Department: (not on cost-center master)"
                   TO BVR-WORK-LINE
           ELSE
               STRING "Department: " BVR-CURRENT-DEPT
                   DELIMITED BY SIZE INTO BVR-WORK-LINE
           END-IF
           WRITE REPORT-LINE FROM BVR-WORK-LINE
           MOVE "  Center       Budget       Actual     Variance"
               TO BVR-WORK-LINE
           MOVE "    Var %   Tol %  Flag" TO BVR-WORK-LINE(48:23)
           WRITE REPORT-LINE FROM BVR-WORK-LINE

           PERFORM VARYING BVR-SUB FROM 1 BY 1
                   UNTIL BVR-SUB > BVR-CTR-COUNT
               IF NOT CTR-REPORTED(BVR-SUB)
                       AND BVR-CTR-DEPT(BVR-SUB) = BVR-CURRENT-DEPT
                   PERFORM WRITE-CENTER-LINE
                   MOVE "Y" TO BVR-CTR-DONE-FLAG(BVR-SUB)
               END-IF
           END-PERFORM

           MOVE BVR-DEPT-BUDGET TO BVR-BUDGET
           MOVE BVR-DEPT-ACTUAL TO BVR-ACTUAL
           PERFORM COMPUTE-VARIANCE
           MOVE SPACES TO BVR-WORK-LINE
           MOVE "  Total" TO BVR-WORK-LINE(1:7)
           PERFORM FORMAT-FIGURES
           WRITE REPORT-LINE FROM BVR-WORK-LINE
           MOVE SPACES TO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE.

      * A center is over budget by more than its tolerance when actual
      * exceeds budget and the variance is a larger percentage of the
      * budget than the tolerance; with a zero budget any movement up
      * is an overrun. A center with no budget record is listed but
      * not judged.
       WRITE-CENTER-LINE.
           ADD 1 TO BVR-CENTER-COUNT
           MOVE BVR-CTR-BUDGET(BVR-SUB) TO BVR-BUDGET
           MOVE BVR-CTR-ACTUAL(BVR-SUB) TO BVR-ACTUAL
           ADD BVR-BUDGET TO BVR-DEPT-BUDGET
           ADD BVR-ACTUAL TO BVR-DEPT-ACTUAL
           ADD BVR-BUDGET TO BVR-GRAND-BUDGET
           ADD BVR-ACTUAL TO BVR-GRAND-ACTUAL
           PERFORM COMPUTE-VARIANCE

           MOVE SPACES TO BVR-FLAG-TEXT
           EVALUATE TRUE
               WHEN NOT CTR-HAS-BUDGET(BVR-SUB)
                   MOVE "NO BUDGET" TO BVR-FLAG-TEXT
                   ADD 1 TO BVR-NOBUD-COUNT
               WHEN BVR-VARIANCE NOT > ZERO
                   CONTINUE
               WHEN BVR-BUDGET NOT > ZERO
                   MOVE "*OVER*" TO BVR-FLAG-TEXT
                   ADD 1 TO BVR-OVER-COUNT
               WHEN BVR-VAR-PCT > BVR-CTR-TOLERANCE(BVR-SUB)
                   MOVE "*OVER*" TO BVR-FLAG-TEXT
                   ADD 1 TO BVR-OVER-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO BVR-WORK-LINE
           MOVE BVR-CTR-CODE(BVR-SUB) TO BVR-WORK-LINE(3:6)
           PERFORM FORMAT-FIGURES
           IF CTR-HAS-BUDGET(BVR-SUB)
               MOVE BVR-CTR-TOLERANCE(BVR-SUB) TO BVR-TOL-EDIT
               MOVE BVR-TOL-EDIT TO BVR-WORK-LINE(58:6)
               MOVE "%" TO BVR-WORK-LINE(64:1)
           END-IF
           MOVE BVR-FLAG-TEXT TO BVR-WORK-LINE(67:9)
           WRITE REPORT-LINE FROM BVR-WORK-LINE.

       COMPUTE-VARIANCE.
           COMPUTE BVR-VARIANCE = BVR-ACTUAL - BVR-BUDGET
           IF BVR-BUDGET = ZERO
               MOVE ZERO TO BVR-VAR-PCT
           ELSE
               COMPUTE BVR-VAR-PCT ROUNDED
                   = BVR-VARIANCE * 100 / BVR-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO BVR-VAR-PCT
               END-COMPUTE
           END-IF.

      * Budget, actual, variance and variance % into their columns;
      * the percentage is left blank where there is no budget to
      * measure against.
       FORMAT-FIGURES.
           MOVE BVR-BUDGET TO BVR-AMOUNT-EDIT
           MOVE BVR-AMOUNT-EDIT TO BVR-WORK-LINE(10:12)
           MOVE BVR-ACTUAL TO BVR-AMOUNT-EDIT
           MOVE BVR-AMOUNT-EDIT TO BVR-WORK-LINE(23:12)
           MOVE BVR-VARIANCE TO BVR-AMOUNT-EDIT
           MOVE BVR-AMOUNT-EDIT TO BVR-WORK-LINE(36:12)
           IF BVR-BUDGET NOT = ZERO
               MOVE BVR-VAR-PCT TO BVR-PCT-EDIT
               MOVE BVR-PCT-EDIT TO BVR-WORK-LINE(49:7)
               MOVE "%" TO BVR-WORK-LINE(56:1)
           END-IF.

       WRITE-GRAND-TOTAL-LINES.
           IF BVR-CENTER-COUNT = ZERO
               MOVE "No budgets or feed movement found for the month."
                   TO BVR-WORK-LINE
               WRITE REPORT-LINE FROM BVR-WORK-LINE
           ELSE
               MOVE BVR-GRAND-BUDGET TO BVR-BUDGET
               MOVE BVR-GRAND-ACTUAL TO BVR-ACTUAL
               PERFORM COMPUTE-VARIANCE
               MOVE SPACES TO BVR-WORK-LINE
               MOVE "All depts" TO BVR-WORK-LINE(1:9)
               PERFORM FORMAT-FIGURES
               WRITE REPORT-LINE FROM BVR-WORK-LINE
           END-IF
           MOVE SPACES TO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE

           MOVE BVR-CENTER-COUNT TO BVR-COUNT-EDIT
           MOVE SPACES TO BVR-WORK-LINE
           STRING "Centers reported:          " BVR-COUNT-EDIT
               DELIMITED BY SIZE INTO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE
           MOVE BVR-FEED-COUNT TO BVR-COUNT-EDIT
           MOVE SPACES TO BVR-WORK-LINE
           STRING "Feed records for month:    " BVR-COUNT-EDIT
               DELIMITED BY SIZE INTO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE
           MOVE BVR-NOBUD-COUNT TO BVR-COUNT-EDIT
           MOVE SPACES TO BVR-WORK-LINE
           STRING "Centers with no budget:    " BVR-COUNT-EDIT
               DELIMITED BY SIZE INTO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE
           MOVE BVR-OVER-COUNT TO BVR-COUNT-EDIT
           MOVE SPACES TO BVR-WORK-LINE
           STRING "Centers over tolerance:    " BVR-COUNT-EDIT
               DELIMITED BY SIZE INTO BVR-WORK-LINE
           WRITE REPORT-LINE FROM BVR-WORK-LINE
           IF BVR-CTR-OVERFLOW > ZERO
               MOVE BVR-CTR-OVERFLOW TO BVR-COUNT-EDIT
               MOVE SPACES TO BVR-WORK-LINE
               STRING "*** CENTER TABLE FULL - " BVR-COUNT-EDIT
                   " RECORD(S) LEFT OUT - REPORT INCOMPLETE ***"
                   DELIMITED BY SIZE INTO BVR-WORK-LINE
               WRITE REPORT-LINE FROM BVR-WORK-LINE
               DISPLAY BVR-WORK-LINE
           END-IF.

       END PROGRAM CALCBVAR.
