      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Run the nightly job stream from its step-definition
      *          file (CALCJOBS.DAT) instead of from the run book.
      *          Each step is either a program run (its command line
      *          is on the step record) or a file copy done here
      *          (TRANSCLN.DAT over TRANSIN.DAT). A step's return code
      *          is checked against that step's own limit and the
      *          stream stops at the first step over its limit.
      *          Every step's start and end, with times and return
      *          code, goes to the job log (CALCJLOG.DAT). On a rerun
      *          for the same run date, steps the log shows ended
      *          within their limit are skipped and the stream
      *          resumes at the step that failed (or never finished).
      *          JOBRPT.DAT is the end-of-night report: which steps
      *          ran, which were skipped and why.
      *          A blank run date means the latest run date on the
      *          job log with a step not ended within its limit, so
      *          a stream that died before midnight is resumed under
      *          its own date; today is used only when every logged
      *          run finished. The date chosen is displayed.
      *
      *          CALCJOBS.DAT, one record per step in run order:
      *            cols  1-2  step number
      *            cols  4-11 step name
      *            col  13    type: P run a program, C copy a file
      *            cols 15-16 highest return code still a success
      *            cols 18-81 P: command line to run
      *                       C: from-file (18-37), to-file (39-58)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCJOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "CALCJOBS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-STEP-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "CALCJLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.
           SELECT COPY-FROM-FILE ASSIGN DYNAMIC JOB-COPY-FROM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-COPY-FROM-STATUS.
           SELECT COPY-TO-FILE ASSIGN DYNAMIC JOB-COPY-TO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-COPY-TO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "JOBRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       01  STEP-RECORD.
           05 JST-STEP-NO PIC X(2).
           05 FILLER PIC X.
           05 JST-STEP-NAME PIC X(8).
           05 FILLER PIC X.
           05 JST-STEP-TYPE PIC X.
           05 FILLER PIC X.
           05 JST-MAX-RC PIC X(2).
           05 FILLER PIC X.
           05 JST-COMMAND PIC X(64).
           05 JST-COPY-NAMES REDEFINES JST-COMMAND.
               10 JST-COPY-FROM PIC X(20).
               10 FILLER PIC X.
               10 JST-COPY-TO PIC X(20).
               10 FILLER PIC X(23).
      * One record per step event. START is written before the step
      * runs and END after it, so a START with no END is a step the
      * stream died in. SKIP records a step passed over on a rerun.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           05 JLG-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 JLG-STEP-NO PIC 9(2).
           05 FILLER PIC X.
           05 JLG-STEP-NAME PIC X(8).
           05 FILLER PIC X.
           05 JLG-EVENT PIC X(5).
           05 FILLER PIC X.
           05 JLG-DATE PIC X(8).
           05 FILLER PIC X.
           05 JLG-TIME PIC X(6).
           05 FILLER PIC X.
           05 JLG-RC PIC 9(3).
           05 FILLER PIC X.
           05 JLG-MAX-RC PIC 9(2).
           05 FILLER PIC X.
           05 JLG-RESULT PIC X(4).
       FD  COPY-FROM-FILE.
       01  COPY-FROM-RECORD PIC X(256).
       FD  COPY-TO-FILE.
       01  COPY-TO-RECORD PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 JOB-STEP-STATUS PIC XX.
           01 JOB-LOG-STATUS PIC XX.
           01 JOB-COPY-FROM-STATUS PIC XX.
           01 JOB-COPY-TO-STATUS PIC XX.
           01 JOB-REPORT-STATUS PIC XX.
           01 JOB-STEP-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-STEPS VALUE "Y".
           01 JOB-LOG-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-LOG VALUE "Y".
           01 JOB-COPY-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-COPY VALUE "Y".
           01 JOB-DEFS-OK-SWITCH PIC X VALUE "Y".
               88 DEFINITIONS-OK VALUE "Y".
           01 JOB-STOPPED-SWITCH PIC X VALUE "N".
               88 STREAM-STOPPED VALUE "Y".
           01 JOB-DATE-FOUND-SWITCH PIC X VALUE "N".
               88 UNFINISHED-DATE-FOUND VALUE "Y".

           01 JOB-COPY-FROM-NAME PIC X(20).
           01 JOB-COPY-TO-NAME PIC X(20).
           01 JOB-SYSTEM-COMMAND PIC X(65).
           01 JOB-RUN-DATE PIC X(8).
           01 JOB-CURRENT-DATE PIC X(8).
           01 JOB-SCAN-DATE PIC X(8).
           01 JOB-SCAN-BELOW PIC X(8).
           01 JOB-TIME-NOW PIC X(8).
           01 JOB-IN-RESTART PIC X(2).
           01 JOB-RESTART-NO PIC 9(2) VALUE ZERO.
           01 JOB-RESUME-SUB PIC 9(2) VALUE ZERO.
           01 JOB-STOP-SUB PIC 9(2) VALUE ZERO.
           01 JOB-SUB PIC 9(2) VALUE ZERO.
           01 JOB-SCAN-SUB PIC 9(3) VALUE ZERO.
           01 JOB-WAIT-STATUS PIC 9(9) VALUE ZERO.
           01 JOB-EXIT-CODE PIC 9(9) VALUE ZERO.
           01 JOB-SIGNAL PIC 9(9) VALUE ZERO.
           01 JOB-STEP-RC PIC 9(3) VALUE ZERO.
           01 JOB-HIGH-RC PIC 9(3) VALUE ZERO.
           01 JOB-COPY-COUNT PIC 9(6) VALUE ZERO.
           01 JOB-RAN-COUNT PIC 9(2) VALUE ZERO.
           01 JOB-SKIP-COUNT PIC 9(2) VALUE ZERO.
           01 JOB-RC-EDIT PIC ZZ9.
           01 JOB-MAX-EDIT PIC Z9.
           01 JOB-COUNT-EDIT PIC ZZZZZ9.
           01 JOB-STEP-EDIT PIC 99.
           01 JOB-WORK-LINE PIC X(80).
           01 JOB-LOG-EVENT PIC X(5).
           01 JOB-LOG-RESULT PIC X(4).

      * The stream as defined, with what the log says each step did
      * earlier for this run date (LAST) and what it did this time.
      * Result codes: O ended within limit, F over limit, I started
      * but never ended, S skipped, N not run, blank no record.
           01 JOB-TBL-COUNT PIC 9(2) VALUE ZERO.
           01 JOB-STEP-TABLE.
               05 JOB-TBL-ENTRY OCCURS 20 TIMES.
                   10 JOB-TBL-STEP-NO PIC 9(2).
                   10 JOB-TBL-NAME PIC X(8).
                   10 JOB-TBL-TYPE PIC X.
                   10 JOB-TBL-MAX-RC PIC 9(2).
                   10 JOB-TBL-COMMAND PIC X(64).
                   10 JOB-TBL-LAST-RESULT PIC X.
                   10 JOB-TBL-LAST-TIME PIC X(6).
                   10 JOB-TBL-RESULT PIC X.
                   10 JOB-TBL-RC PIC 9(3).
                   10 JOB-TBL-START PIC X(6).
                   10 JOB-TBL-END PIC X(6).

      * What the log last shows for each step number under the run
      * date being looked at when the run date is left blank.
           01 JOB-SCAN-STEP-TABLE.
               05 JOB-SCAN-RESULT PIC X OCCURS 99 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Nightly Job Stream"
           DISPLAY " "
           ACCEPT JOB-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "Run date (YYYYMMDD), blank for today:"
           ACCEPT JOB-RUN-DATE
           IF JOB-RUN-DATE = SPACES
               PERFORM FIND-UNFINISHED-RUN-DATE
           END-IF
           DISPLAY "Restart at step number, blank to resume at the "
               "first step not yet completed:"
           ACCEPT JOB-IN-RESTART

           PERFORM LOAD-STEP-TABLE
           IF NOT DEFINITIONS-OK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-JOB-LOG
           PERFORM FIND-RESUME-STEP
           IF JOB-RESUME-SUB = ZERO
               STOP RUN
           END-IF

           OPEN EXTEND JOB-LOG-FILE
           IF JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF JOB-LOG-STATUS NOT = "00"
               DISPLAY "Unable to open CALCJLOG.DAT - status "
                   JOB-LOG-STATUS " - stream not started."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING JOB-SUB FROM 1 BY 1
                   UNTIL JOB-SUB > JOB-TBL-COUNT
               EVALUATE TRUE
                   WHEN JOB-SUB < JOB-RESUME-SUB
                       PERFORM SKIP-STEP
                   WHEN STREAM-STOPPED
                       MOVE "N" TO JOB-TBL-RESULT(JOB-SUB)
                   WHEN OTHER
                       PERFORM RUN-STEP
               END-EVALUATE
           END-PERFORM
           CLOSE JOB-LOG-FILE

           PERFORM WRITE-JOB-REPORT
           IF STREAM-STOPPED
               DISPLAY "Stream STOPPED at step "
                   JOB-TBL-STEP-NO(JOB-STOP-SUB) " "
                   JOB-TBL-NAME(JOB-STOP-SUB)
                   " - see JOBRPT.DAT; rerun to resume there."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Stream complete - see JOBRPT.DAT."
               MOVE JOB-HIGH-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-STEP-TABLE.
           OPEN INPUT STEP-FILE
           IF JOB-STEP-STATUS NOT = "00"
               DISPLAY "Unable to open CALCJOBS.DAT - status "
                   JOB-STEP-STATUS " - no stream to run."
               MOVE "N" TO JOB-DEFS-OK-SWITCH
           ELSE
               PERFORM UNTIL END-OF-STEPS OR NOT DEFINITIONS-OK
                   READ STEP-FILE
                       AT END
                           MOVE "Y" TO JOB-STEP-EOF-SWITCH
                       NOT AT END
                           IF STEP-RECORD NOT = SPACES
                               PERFORM ADD-STEP-DEFINITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-FILE
               IF DEFINITIONS-OK AND JOB-TBL-COUNT = ZERO
                   DISPLAY "CALCJOBS.DAT has no steps - no stream to "
                       "run."
                   MOVE "N" TO JOB-DEFS-OK-SWITCH
               END-IF
           END-IF.

      * A bad definition stops the stream before anything runs; a
      * half-run stream from a mistyped step file is worse than none.
       ADD-STEP-DEFINITION.
           EVALUATE TRUE
               WHEN JOB-TBL-COUNT = 20
                   DISPLAY "More than 20 steps on CALCJOBS.DAT."
                   MOVE "N" TO JOB-DEFS-OK-SWITCH
               WHEN JST-STEP-NO IS NOT NUMERIC
                       OR JST-MAX-RC IS NOT NUMERIC
                   DISPLAY "Step " JST-STEP-NO " " JST-STEP-NAME
                       ": step number and RC limit must be numeric."
                   MOVE "N" TO JOB-DEFS-OK-SWITCH
               WHEN JST-STEP-TYPE NOT = "P" AND JST-STEP-TYPE NOT = "C"
                   DISPLAY "Step " JST-STEP-NO " " JST-STEP-NAME
                       ": type must be P or C."
                   MOVE "N" TO JOB-DEFS-OK-SWITCH
               WHEN JST-STEP-TYPE = "P" AND JST-COMMAND = SPACES
                   DISPLAY "Step " JST-STEP-NO " " JST-STEP-NAME
                       ": no command line."
                   MOVE "N" TO JOB-DEFS-OK-SWITCH
               WHEN JST-STEP-TYPE = "C"
                       AND (JST-COPY-FROM = SPACES
                           OR JST-COPY-TO = SPACES)
                   DISPLAY "Step " JST-STEP-NO " " JST-STEP-NAME
                       ": copy needs a from-file and a to-file."
                   MOVE "N" TO JOB-DEFS-OK-SWITCH
               WHEN OTHER
                   ADD 1 TO JOB-TBL-COUNT
                   MOVE JST-STEP-NO TO JOB-TBL-STEP-NO(JOB-TBL-COUNT)
                   MOVE JST-STEP-NAME TO JOB-TBL-NAME(JOB-TBL-COUNT)
                   MOVE JST-STEP-TYPE TO JOB-TBL-TYPE(JOB-TBL-COUNT)
                   MOVE JST-MAX-RC TO JOB-TBL-MAX-RC(JOB-TBL-COUNT)
                   MOVE JST-COMMAND TO JOB-TBL-COMMAND(JOB-TBL-COUNT)
                   MOVE SPACE
                       TO JOB-TBL-LAST-RESULT(JOB-TBL-COUNT)
                   MOVE SPACES TO JOB-TBL-LAST-TIME(JOB-TBL-COUNT)
                   MOVE SPACE TO JOB-TBL-RESULT(JOB-TBL-COUNT)
                   MOVE ZERO TO JOB-TBL-RC(JOB-TBL-COUNT)
                   MOVE SPACES TO JOB-TBL-START(JOB-TBL-COUNT)
                   MOVE SPACES TO JOB-TBL-END(JOB-TBL-COUNT)
           END-EVALUATE
           IF NOT DEFINITIONS-OK
               DISPLAY "Correct CALCJOBS.DAT - stream not started."
           END-IF.

      * Run dates on the log are looked at newest first; the first
      * with a step last logged as started, or as ended over its
      * limit, is the run to resume.
       FIND-UNFINISHED-RUN-DATE.
           MOVE "N" TO JOB-DATE-FOUND-SWITCH
           MOVE HIGH-VALUES TO JOB-SCAN-BELOW
           MOVE HIGH-VALUES TO JOB-SCAN-DATE
           PERFORM UNTIL UNFINISHED-DATE-FOUND
                   OR JOB-SCAN-DATE = SPACES
               PERFORM FIND-PREVIOUS-LOG-DATE
               IF JOB-SCAN-DATE NOT = SPACES
                   PERFORM CHECK-LOG-DATE-STEPS
                   MOVE JOB-SCAN-DATE TO JOB-SCAN-BELOW
               END-IF
           END-PERFORM
           IF UNFINISHED-DATE-FOUND
               MOVE JOB-SCAN-DATE TO JOB-RUN-DATE
               DISPLAY "Run date " JOB-RUN-DATE " taken from "
                   "CALCJLOG.DAT - a step has not ended OK."
           ELSE
               MOVE JOB-CURRENT-DATE TO JOB-RUN-DATE
               DISPLAY "Run date " JOB-RUN-DATE " (today) - no "
                   "unfinished run on CALCJLOG.DAT."
           END-IF.

      * The latest run date on the log before the one last looked at;
      * spaces when there is none (or no log).
       FIND-PREVIOUS-LOG-DATE.
           MOVE SPACES TO JOB-SCAN-DATE
           MOVE "N" TO JOB-LOG-EOF-SWITCH
           OPEN INPUT JOB-LOG-FILE
           IF JOB-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG
                   READ JOB-LOG-FILE
                       AT END
                           MOVE "Y" TO JOB-LOG-EOF-SWITCH
                       NOT AT END
                           IF JLG-RUN-DATE < JOB-SCAN-BELOW
                                   AND JLG-RUN-DATE > JOB-SCAN-DATE
                               MOVE JLG-RUN-DATE TO JOB-SCAN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF.

      * Steps are judged as READ-JOB-LOG judges them: the latest
      * START or END for the step under that run date decides.
       CHECK-LOG-DATE-STEPS.
           MOVE SPACES TO JOB-SCAN-STEP-TABLE
           MOVE "N" TO JOB-LOG-EOF-SWITCH
           OPEN INPUT JOB-LOG-FILE
           IF JOB-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG
                   READ JOB-LOG-FILE
                       AT END
                           MOVE "Y" TO JOB-LOG-EOF-SWITCH
                       NOT AT END
                           IF JLG-RUN-DATE = JOB-SCAN-DATE
                                   AND JLG-STEP-NO NUMERIC
                                   AND JLG-STEP-NO > ZERO
                               PERFORM NOTE-SCANNED-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF
           PERFORM VARYING JOB-SCAN-SUB FROM 1 BY 1
                   UNTIL JOB-SCAN-SUB > 99
               IF JOB-SCAN-RESULT(JOB-SCAN-SUB) = "I"
                       OR JOB-SCAN-RESULT(JOB-SCAN-SUB) = "F"
                   MOVE "Y" TO JOB-DATE-FOUND-SWITCH
               END-IF
           END-PERFORM.

       NOTE-SCANNED-EVENT.
           EVALUATE JLG-EVENT
               WHEN "START"
                   MOVE "I" TO JOB-SCAN-RESULT(JLG-STEP-NO)
               WHEN "END"
                   IF JLG-RESULT = "OK"
                       MOVE "O" TO JOB-SCAN-RESULT(JLG-STEP-NO)
                   ELSE
                       MOVE "F" TO JOB-SCAN-RESULT(JLG-STEP-NO)
                   END-IF
           END-EVALUATE.

      * The latest event logged for each step under this run date is
      * what it last did; earlier attempts are overtaken by later.
       READ-JOB-LOG.
           MOVE "N" TO JOB-LOG-EOF-SWITCH
           OPEN INPUT JOB-LOG-FILE
           IF JOB-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG
                   READ JOB-LOG-FILE
                       AT END
                           MOVE "Y" TO JOB-LOG-EOF-SWITCH
                       NOT AT END
                           IF JLG-RUN-DATE = JOB-RUN-DATE
                               PERFORM NOTE-LOGGED-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF.

       NOTE-LOGGED-EVENT.
           PERFORM VARYING JOB-SUB FROM 1 BY 1
                   UNTIL JOB-SUB > JOB-TBL-COUNT
               IF JOB-TBL-STEP-NO(JOB-SUB) = JLG-STEP-NO
                   EVALUATE JLG-EVENT
                       WHEN "START"
                           MOVE "I" TO JOB-TBL-LAST-RESULT(JOB-SUB)
                       WHEN "END"
                           IF JLG-RESULT = "OK"
                               MOVE "O"
                                   TO JOB-TBL-LAST-RESULT(JOB-SUB)
                               MOVE JLG-TIME
                                   TO JOB-TBL-LAST-TIME(JOB-SUB)
                           ELSE
                               MOVE "F"
                                   TO JOB-TBL-LAST-RESULT(JOB-SUB)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Resume at the first step not logged as ended within its limit
      * for this run date, unless the operator names the step.
       FIND-RESUME-STEP.
           MOVE ZERO TO JOB-RESUME-SUB
           IF JOB-IN-RESTART NOT = SPACES
               IF JOB-IN-RESTART(2:1) = SPACE
                   MOVE JOB-IN-RESTART(1:1) TO JOB-IN-RESTART(2:1)
                   MOVE "0" TO JOB-IN-RESTART(1:1)
               END-IF
               IF JOB-IN-RESTART IS NUMERIC
                   MOVE JOB-IN-RESTART TO JOB-RESTART-NO
                   PERFORM VARYING JOB-SUB FROM 1 BY 1
                           UNTIL JOB-SUB > JOB-TBL-COUNT
                           OR JOB-RESUME-SUB > ZERO
                       IF JOB-TBL-STEP-NO(JOB-SUB) = JOB-RESTART-NO
                           MOVE JOB-SUB TO JOB-RESUME-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF JOB-RESUME-SUB = ZERO
                   DISPLAY "Step " JOB-IN-RESTART " is not on "
                       "CALCJOBS.DAT - stream not started."
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING JOB-SUB FROM 1 BY 1
                       UNTIL JOB-SUB > JOB-TBL-COUNT
                       OR JOB-RESUME-SUB > ZERO
                   IF JOB-TBL-LAST-RESULT(JOB-SUB) NOT = "O"
                       MOVE JOB-SUB TO JOB-RESUME-SUB
                   END-IF
               END-PERFORM
               IF JOB-RESUME-SUB = ZERO
                   DISPLAY "Every step already ended within its limit "
                       "for run date " JOB-RUN-DATE
                       " - nothing to run."
               ELSE
                   IF JOB-RESUME-SUB > 1
                       DISPLAY "Resuming at step "
                           JOB-TBL-STEP-NO(JOB-RESUME-SUB) " "
                           JOB-TBL-NAME(JOB-RESUME-SUB)
                   END-IF
               END-IF
           END-IF.

       SKIP-STEP.
           MOVE "S" TO JOB-TBL-RESULT(JOB-SUB)
           ADD 1 TO JOB-SKIP-COUNT
           PERFORM GET-TIME-NOW
           MOVE "SKIP" TO JOB-LOG-EVENT
           MOVE ZERO TO JOB-STEP-RC
           MOVE "OK" TO JOB-LOG-RESULT
           IF JOB-TBL-LAST-RESULT(JOB-SUB) NOT = "O"
               MOVE "BYP" TO JOB-LOG-RESULT
           END-IF
           PERFORM WRITE-LOG-RECORD.

       RUN-STEP.
           ADD 1 TO JOB-RAN-COUNT
           PERFORM GET-TIME-NOW
           MOVE JOB-TIME-NOW(1:6) TO JOB-TBL-START(JOB-SUB)
           MOVE "START" TO JOB-LOG-EVENT
           MOVE ZERO TO JOB-STEP-RC
           MOVE SPACES TO JOB-LOG-RESULT
           PERFORM WRITE-LOG-RECORD
           DISPLAY "Step " JOB-TBL-STEP-NO(JOB-SUB) " "
               JOB-TBL-NAME(JOB-SUB) " started " JOB-TBL-START(JOB-SUB)

           IF JOB-TBL-TYPE(JOB-SUB) = "C"
               PERFORM COPY-STEP-FILE
           ELSE
               PERFORM RUN-STEP-PROGRAM
           END-IF

           MOVE JOB-STEP-RC TO JOB-TBL-RC(JOB-SUB)
           PERFORM GET-TIME-NOW
           MOVE JOB-TIME-NOW(1:6) TO JOB-TBL-END(JOB-SUB)
           MOVE "END" TO JOB-LOG-EVENT
           IF JOB-STEP-RC > JOB-TBL-MAX-RC(JOB-SUB)
               MOVE "F" TO JOB-TBL-RESULT(JOB-SUB)
               MOVE "FAIL" TO JOB-LOG-RESULT
               MOVE "Y" TO JOB-STOPPED-SWITCH
               MOVE JOB-SUB TO JOB-STOP-SUB
           ELSE
               MOVE "O" TO JOB-TBL-RESULT(JOB-SUB)
               MOVE "OK" TO JOB-LOG-RESULT
               IF JOB-STEP-RC > JOB-HIGH-RC
                   MOVE JOB-STEP-RC TO JOB-HIGH-RC
               END-IF
           END-IF
           PERFORM WRITE-LOG-RECORD
           MOVE JOB-STEP-RC TO JOB-RC-EDIT
           DISPLAY "Step " JOB-TBL-STEP-NO(JOB-SUB) " "
               JOB-TBL-NAME(JOB-SUB) " ended " JOB-TBL-END(JOB-SUB)
               " RC " JOB-RC-EDIT " " JOB-LOG-RESULT.

      * The shell hands back a wait status: the program's own return
      * code times 256, or a signal number in the low byte if the
      * program was killed - which no limit can allow, so it counts
      * as RC 999.
       RUN-STEP-PROGRAM.
           MOVE SPACES TO JOB-SYSTEM-COMMAND
           MOVE JOB-TBL-COMMAND(JOB-SUB) TO JOB-SYSTEM-COMMAND
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING JOB-SYSTEM-COMMAND
           MOVE RETURN-CODE TO JOB-WAIT-STATUS
           MOVE ZERO TO RETURN-CODE
           DIVIDE JOB-WAIT-STATUS BY 256 GIVING JOB-EXIT-CODE
               REMAINDER JOB-SIGNAL
           IF JOB-SIGNAL NOT = ZERO OR JOB-EXIT-CODE > 998
               MOVE 999 TO JOB-STEP-RC
           ELSE
               MOVE JOB-EXIT-CODE TO JOB-STEP-RC
           END-IF.

      * A copy step replaces the to-file with the from-file line for
      * line; a from-file that is missing or unreadable is RC 12 and
      * the to-file is left alone.
       COPY-STEP-FILE.
           MOVE ZERO TO JOB-STEP-RC
           MOVE ZERO TO JOB-COPY-COUNT
           MOVE JOB-TBL-COMMAND(JOB-SUB)(1:20) TO JOB-COPY-FROM-NAME
           MOVE JOB-TBL-COMMAND(JOB-SUB)(22:20) TO JOB-COPY-TO-NAME
           OPEN INPUT COPY-FROM-FILE
           IF JOB-COPY-FROM-STATUS NOT = "00"
               DISPLAY "Unable to open " JOB-COPY-FROM-NAME
                   " - status " JOB-COPY-FROM-STATUS
               MOVE 12 TO JOB-STEP-RC
           ELSE
               OPEN OUTPUT COPY-TO-FILE
               IF JOB-COPY-TO-STATUS NOT = "00"
                   DISPLAY "Unable to open " JOB-COPY-TO-NAME
                       " - status " JOB-COPY-TO-STATUS
                   MOVE 12 TO JOB-STEP-RC
               ELSE
                   MOVE "N" TO JOB-COPY-EOF-SWITCH
                   PERFORM UNTIL END-OF-COPY
                       READ COPY-FROM-FILE
                           AT END
                               MOVE "Y" TO JOB-COPY-EOF-SWITCH
                           NOT AT END
                               WRITE COPY-TO-RECORD
                                   FROM COPY-FROM-RECORD
                               ADD 1 TO JOB-COPY-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE COPY-TO-FILE
                   MOVE JOB-COPY-COUNT TO JOB-COUNT-EDIT
                   DISPLAY JOB-COUNT-EDIT " records copied from "
                       JOB-COPY-FROM-NAME " to " JOB-COPY-TO-NAME
               END-IF
               CLOSE COPY-FROM-FILE
           END-IF.

       GET-TIME-NOW.
           ACCEPT JOB-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT JOB-TIME-NOW FROM TIME.

       WRITE-LOG-RECORD.
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE JOB-RUN-DATE TO JLG-RUN-DATE
           MOVE JOB-TBL-STEP-NO(JOB-SUB) TO JLG-STEP-NO
           MOVE JOB-TBL-NAME(JOB-SUB) TO JLG-STEP-NAME
           MOVE JOB-CURRENT-DATE TO JLG-DATE
           MOVE JOB-TIME-NOW(1:6) TO JLG-TIME
           MOVE JOB-LOG-EVENT TO JLG-EVENT
           MOVE JOB-STEP-RC TO JLG-RC
           MOVE JOB-TBL-MAX-RC(JOB-SUB) TO JLG-MAX-RC
           MOVE JOB-LOG-RESULT TO JLG-RESULT
           WRITE JOB-LOG-RECORD
           IF JOB-LOG-STATUS NOT = "00"
               DISPLAY "Error writing CALCJLOG.DAT: " JOB-LOG-STATUS
           END-IF.

      * One line per step, in stream order, saying what happened to
      * it this time and why.
       WRITE-JOB-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF JOB-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open JOBRPT.DAT - status "
                   JOB-REPORT-STATUS
           ELSE
               MOVE SPACES TO JOB-WORK-LINE
               STRING "COBOLCalc Nightly Job Stream Report - run date "
                   JOB-RUN-DATE
                   DELIMITED BY SIZE INTO JOB-WORK-LINE
               WRITE REPORT-LINE FROM JOB-WORK-LINE
               MOVE SPACES TO JOB-WORK-LINE
               IF JOB-RESUME-SUB > 1
                   STRING "Rerun - resumed at step "
                       JOB-TBL-STEP-NO(JOB-RESUME-SUB) " "
                       JOB-TBL-NAME(JOB-RESUME-SUB)
                       ", finished " JOB-CURRENT-DATE " "
                       JOB-TIME-NOW(1:6)
                       DELIMITED BY SIZE INTO JOB-WORK-LINE
               ELSE
                   STRING "Full run from step "
                       JOB-TBL-STEP-NO(1)
                       ", finished " JOB-CURRENT-DATE " "
                       JOB-TIME-NOW(1:6)
                       DELIMITED BY SIZE INTO JOB-WORK-LINE
               END-IF
               WRITE REPORT-LINE FROM JOB-WORK-LINE
               MOVE SPACES TO JOB-WORK-LINE
               WRITE REPORT-LINE FROM JOB-WORK-LINE
               STRING "Step Name     Result     RC Max    "
                   "Start  End    Note"
                   DELIMITED BY SIZE INTO JOB-WORK-LINE
               WRITE REPORT-LINE FROM JOB-WORK-LINE
               PERFORM VARYING JOB-SUB FROM 1 BY 1
                       UNTIL JOB-SUB > JOB-TBL-COUNT
                   PERFORM WRITE-STEP-LINE
               END-PERFORM
               MOVE SPACES TO JOB-WORK-LINE
               WRITE REPORT-LINE FROM JOB-WORK-LINE
               MOVE SPACES TO JOB-WORK-LINE
               IF STREAM-STOPPED
                   STRING "STREAM STOPPED at step "
                       JOB-TBL-STEP-NO(JOB-STOP-SUB) " "
                       JOB-TBL-NAME(JOB-STOP-SUB)
                       " - correct and rerun to resume there."
                       DELIMITED BY SIZE INTO JOB-WORK-LINE
               ELSE
                   STRING "Stream complete - every step ended within "
                       "its RC limit."
                       DELIMITED BY SIZE INTO JOB-WORK-LINE
               END-IF
               WRITE REPORT-LINE FROM JOB-WORK-LINE
               MOVE SPACES TO JOB-WORK-LINE
               MOVE JOB-RAN-COUNT TO JOB-STEP-EDIT
               STRING "Steps run: " JOB-STEP-EDIT
                   DELIMITED BY SIZE INTO JOB-WORK-LINE
               MOVE JOB-SKIP-COUNT TO JOB-STEP-EDIT
               STRING "   skipped: " JOB-STEP-EDIT
                   DELIMITED BY SIZE INTO JOB-WORK-LINE(16:)
               WRITE REPORT-LINE FROM JOB-WORK-LINE
               CLOSE REPORT-FILE
           END-IF.

       WRITE-STEP-LINE.
           MOVE SPACES TO JOB-WORK-LINE
           MOVE JOB-TBL-STEP-NO(JOB-SUB) TO JOB-WORK-LINE(2:2)
           MOVE JOB-TBL-NAME(JOB-SUB) TO JOB-WORK-LINE(6:8)
           MOVE JOB-TBL-MAX-RC(JOB-SUB) TO JOB-MAX-EDIT
           EVALUATE JOB-TBL-RESULT(JOB-SUB)
               WHEN "O"
                   MOVE "RAN OK" TO JOB-WORK-LINE(15:10)
               WHEN "F"
                   MOVE "FAILED" TO JOB-WORK-LINE(15:10)
                   MOVE "RC over limit - stream stopped"
                       TO JOB-WORK-LINE(50:31)
               WHEN "S"
                   MOVE "SKIPPED" TO JOB-WORK-LINE(15:10)
                   IF JOB-TBL-LAST-RESULT(JOB-SUB) = "O"
                       STRING "completed earlier at "
                           JOB-TBL-LAST-TIME(JOB-SUB)
                           DELIMITED BY SIZE
                           INTO JOB-WORK-LINE(50:31)
                   ELSE
                       MOVE "before requested restart step"
                           TO JOB-WORK-LINE(50:31)
                   END-IF
               WHEN OTHER
                   MOVE "NOT RUN" TO JOB-WORK-LINE(15:10)
                   MOVE "stream stopped before this step"
                       TO JOB-WORK-LINE(50:31)
           END-EVALUATE
           IF JOB-TBL-RESULT(JOB-SUB) = "O"
                   OR JOB-TBL-RESULT(JOB-SUB) = "F"
               MOVE JOB-TBL-RC(JOB-SUB) TO JOB-RC-EDIT
               MOVE JOB-RC-EDIT TO JOB-WORK-LINE(25:3)
               MOVE JOB-TBL-START(JOB-SUB) TO JOB-WORK-LINE(36:6)
               MOVE JOB-TBL-END(JOB-SUB) TO JOB-WORK-LINE(43:6)
           END-IF
           MOVE JOB-MAX-EDIT TO JOB-WORK-LINE(30:2)
           WRITE REPORT-LINE FROM JOB-WORK-LINE.

       END PROGRAM CALCJOB.
