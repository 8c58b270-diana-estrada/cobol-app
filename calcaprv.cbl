      ******************************************************************
      * Author: D. Estrada
      * Date: 15/10/2026
      * Purpose: Approve or decline changes waiting on the pending-
      *          change file (CALCPEND.DAT). CALCCTLM, CALCFRMM,
      *          CCMASTM and CALCSUSM no longer touch the control
      *          table, formula library, cost-center master or
      *          suspense file; they queue each change here with the
      *          requester and the record's before and after images.
      *          An operator CALCAUTH.DAT allows to approve in the
      *          change's area - and who did not request it - lists
      *          the waiting changes, approves them, or declines them
      *          with a reason. Approved changes are applied to the
      *          live file on end-and-save, and only if the live
      *          record still matches the before image (or, for an
      *          add, the key is still free); otherwise the change is
      *          marked stale and must be requested again. Every
      *          decision is appended to the area's change report
      *          (CTLMRPT, FRMMRPT, CCMMRPT, SUSMRPT) showing the
      *          requester and the approver.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO "CALCAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-AUTH-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-PENDING-STATUS.
           SELECT PENDING-WORK-FILE ASSIGN TO "CALCPENW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-PENDING-WORK-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-LIVE-STATUS.
           SELECT FORMULA-FILE ASSIGN TO "CALCFORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-LIVE-STATUS.
           SELECT CC-MASTER-FILE ASSIGN TO "CCMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-LIVE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CALCSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-LIVE-STATUS.
           SELECT LIVE-WORK-FILE ASSIGN TO "CALCAPRW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-LIVE-WORK-STATUS.
           SELECT CTL-REPORT-FILE ASSIGN TO "CTLMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-REPORT-STATUS.
           SELECT FRM-REPORT-FILE ASSIGN TO "FRMMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-REPORT-STATUS.
           SELECT CCM-REPORT-FILE ASSIGN TO "CCMMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-REPORT-STATUS.
           SELECT SUS-REPORT-FILE ASSIGN TO "SUSMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APR-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Who may request and who may approve changes, per area (CTL,
      * FORM, CCM, SUSP, or ALL for every area).
       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD.
           05 AUT-OPERATOR-ID PIC X(8).
           05 FILLER PIC X.
           05 AUT-AREA PIC X(4).
           05 FILLER PIC X.
           05 AUT-MAY-REQUEST PIC X.
           05 FILLER PIC X.
           05 AUT-MAY-APPROVE PIC X.
           05 FILLER PIC X.
           05 AUT-NAME PIC X(20).
      * One requested change: the live record as it stood when the
      * change was requested and as it is to become. An add has no
      * before image; a delete or write-off has no after image.
      * Status P pending, A approved and applied, D declined, S stale
      * (approved, but the live file no longer matched).
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PND-CHANGE-ID PIC 9(6).
           05 FILLER PIC X.
           05 PND-AREA PIC X(4).
           05 FILLER PIC X.
           05 PND-ACTION PIC X.
           05 FILLER PIC X.
           05 PND-STATUS PIC X.
           05 FILLER PIC X.
           05 PND-REQUESTER PIC X(8).
           05 FILLER PIC X.
           05 PND-REQUEST-DATE PIC X(8).
           05 FILLER PIC X.
           05 PND-APPROVER PIC X(8).
           05 FILLER PIC X.
           05 PND-DECISION-DATE PIC X(8).
           05 FILLER PIC X.
           05 PND-KEY PIC X(12).
           05 FILLER PIC X.
           05 PND-REQUEST-NOTE PIC X(20).
           05 FILLER PIC X.
           05 PND-DECLINE-REASON PIC X(30).
           05 FILLER PIC X.
           05 PND-BEFORE-IMAGE PIC X(80).
           05 FILLER PIC X.
           05 PND-AFTER-IMAGE PIC X(80).
       FD  PENDING-WORK-FILE.
       01  PENDING-WORK-RECORD PIC X(278).
      * The live files are handled as plain rows: a change replaces
      * or drops the row equal to its before image, or adds its
      * after image, so no layout is needed here.
       FD  CONTROL-FILE.
       01  CONTROL-ROW PIC X(80).
       FD  FORMULA-FILE.
       01  FORMULA-ROW PIC X(80).
       FD  CC-MASTER-FILE.
       01  CC-MASTER-ROW PIC X(80).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-ROW PIC X(80).
       FD  LIVE-WORK-FILE.
       01  LIVE-WORK-ROW PIC X(80).
       FD  CTL-REPORT-FILE.
       01  CTL-REPORT-LINE PIC X(80).
       FD  FRM-REPORT-FILE.
       01  FRM-REPORT-LINE PIC X(80).
       FD  CCM-REPORT-FILE.
       01  CCM-REPORT-LINE PIC X(80).
       FD  SUS-REPORT-FILE.
       01  SUS-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           01 APR-AUTH-STATUS PIC XX.
           01 APR-PENDING-STATUS PIC XX.
           01 APR-PENDING-WORK-STATUS PIC XX.
           01 APR-LIVE-STATUS PIC XX.
           01 APR-LIVE-WORK-STATUS PIC XX.
           01 APR-REPORT-STATUS PIC XX.
           01 APR-AUTH-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-AUTHORITY VALUE "Y".
           01 APR-PND-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-PENDING VALUE "Y".
           01 APR-LIVE-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-LIVE VALUE "Y".
           01 APR-DONE-SWITCH PIC X VALUE "N".
               88 APPROVAL-DONE VALUE "Y".
           01 APR-SAVE-SWITCH PIC X VALUE "N".
               88 SAVE-WANTED VALUE "Y".
           01 APR-FOUND-SWITCH PIC X VALUE "N".
               88 CHANGE-FOUND VALUE "Y".
           01 APR-DECIDABLE-SWITCH PIC X VALUE "N".
               88 CHANGE-DECIDABLE VALUE "Y".
           01 APR-AREA-OK-SWITCH PIC X VALUE "N".
               88 AREA-AUTHORISED VALUE "Y".
           01 APR-MATCH-SWITCH PIC X VALUE "N".
               88 BEFORE-IMAGE-MATCHED VALUE "Y".
           01 APR-CONFLICT-SWITCH PIC X VALUE "N".
               88 KEY-CONFLICT VALUE "Y".
           01 APR-APPLY-OK-SWITCH PIC X VALUE "Y".
               88 APPLY-OK VALUE "Y".
           01 APR-REPORT-OPEN-SWITCH PIC X VALUE "N".
               88 AREA-REPORT-OPEN VALUE "Y".

      * Approval authority by area, from CALCAUTH.DAT.
           01 APR-MAY-CTL PIC X VALUE "N".
           01 APR-MAY-FORM PIC X VALUE "N".
           01 APR-MAY-CCM PIC X VALUE "N".
           01 APR-MAY-SUSP PIC X VALUE "N".

           01 APR-OPERATOR-ID PIC X(8).
           01 APR-CURRENT-DATE PIC X(8).
           01 APR-CHOICE PIC X.
           01 APR-IN-ID PIC 9(6).
           01 APR-IN-REASON PIC X(30).
           01 APR-CHECK-AREA PIC X(4).
           01 APR-REPORT-AREA PIC X(4).
           01 APR-ACTION-TEXT PIC X(10).
           01 APR-LIST-NOTE PIC X(16).
           01 APR-ROW PIC X(80).
           01 APR-KEY-SOURCE PIC X(80).
           01 APR-KEY-RESULT PIC X(12).
           01 APR-ADD-KEY PIC X(12).
           01 APR-LIST-COUNT PIC 9(4) VALUE ZERO.
           01 APR-APPLIED-COUNT PIC 9(4) VALUE ZERO.
           01 APR-DECLINED-COUNT PIC 9(4) VALUE ZERO.
           01 APR-STALE-COUNT PIC 9(4) VALUE ZERO.
           01 APR-COUNT-EDIT PIC ZZZ9.
           01 APR-WORK-LINE PIC X(80).

      * The change last looked up on the pending file.
           01 APR-CHANGE.
               05 APR-CHG-ID PIC 9(6).
               05 FILLER PIC X.
               05 APR-CHG-AREA PIC X(4).
               05 FILLER PIC X.
               05 APR-CHG-ACTION PIC X.
               05 FILLER PIC X.
               05 APR-CHG-STATUS PIC X.
               05 FILLER PIC X.
               05 APR-CHG-REQUESTER PIC X(8).
               05 FILLER PIC X.
               05 APR-CHG-REQUEST-DATE PIC X(8).
               05 FILLER PIC X.
               05 APR-CHG-APPROVER PIC X(8).
               05 FILLER PIC X.
               05 APR-CHG-DECISION-DATE PIC X(8).
               05 FILLER PIC X.
               05 APR-CHG-KEY PIC X(12).
               05 FILLER PIC X.
               05 APR-CHG-REQUEST-NOTE PIC X(20).
               05 FILLER PIC X.
               05 APR-CHG-DECLINE-REASON PIC X(30).
               05 FILLER PIC X.
               05 APR-CHG-BEFORE-IMAGE PIC X(80).
               05 FILLER PIC X.
               05 APR-CHG-AFTER-IMAGE PIC X(80).

      * Decisions made this session, applied in the order made on
      * end-and-save. Result A applied, S stale, D declined.
           01 APR-DEC-COUNT PIC 9(3) VALUE ZERO.
           01 APR-DSUB PIC 9(3) VALUE ZERO.
           01 APR-DEC-TABLE.
               05 APR-DEC-ENTRY OCCURS 100 TIMES.
                   10 APR-DEC-ID PIC 9(6).
                   10 APR-DEC-DECISION PIC X.
                   10 APR-DEC-RESULT PIC X.
                   10 APR-DEC-AREA PIC X(4).
                   10 APR-DEC-ACTION PIC X.
                   10 APR-DEC-REQUESTER PIC X(8).
                   10 APR-DEC-REQUEST-DATE PIC X(8).
                   10 APR-DEC-KEY PIC X(12).
                   10 APR-DEC-NOTE PIC X(20).
                   10 APR-DEC-REASON PIC X(30).
                   10 APR-DEC-BEFORE PIC X(80).
                   10 APR-DEC-AFTER PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Change Approval"
           DISPLAY " "
           ACCEPT APR-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           IF APR-MAY-CTL = "N" AND APR-MAY-FORM = "N"
                   AND APR-MAY-CCM = "N" AND APR-MAY-SUSP = "N"
               DISPLAY "Operator " APR-OPERATOR-ID " may not approve "
                   "changes in any area - see CALCAUTH.DAT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL APPROVAL-DONE
               DISPLAY "L = list pending, V = view, A = approve, "
                   "D = decline, E = end and save, Q = quit without "
                   "saving:"
               ACCEPT APR-CHOICE
               EVALUATE APR-CHOICE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-PENDING-CHANGES
                   WHEN "V"
                   WHEN "v"
                       PERFORM VIEW-CHANGE
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPROVE-CHANGE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DECLINE-CHANGE
                   WHEN "E"
                   WHEN "e"
                       MOVE "Y" TO APR-DONE-SWITCH
                       MOVE "Y" TO APR-SAVE-SWITCH
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO APR-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "Invaild choice"
               END-EVALUATE
           END-PERFORM

           IF SAVE-WANTED
               IF APR-DEC-COUNT = ZERO
                   DISPLAY "No decisions made - nothing applied."
               ELSE
                   PERFORM APPLY-DECISIONS
                   PERFORM UPDATE-PENDING-FILE
                   PERFORM WRITE-DECISION-REPORTS
                   PERFORM DISPLAY-TOTALS
               END-IF
           ELSE
               DISPLAY "Decisions discarded."
           END-IF

           STOP RUN.

      * Approval needs a CALCAUTH.DAT entry for the operator with
      * the approve flag set, per area or ALL; with no authority
      * file nobody may approve.
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID:"
           ACCEPT APR-OPERATOR-ID
           OPEN INPUT AUTHORITY-FILE
           IF APR-AUTH-STATUS = "00"
               PERFORM UNTIL END-OF-AUTHORITY
                   READ AUTHORITY-FILE
                       AT END
                           MOVE "Y" TO APR-AUTH-EOF-SWITCH
                       NOT AT END
                           IF AUT-OPERATOR-ID = APR-OPERATOR-ID
                                   AND AUT-MAY-APPROVE = "Y"
                               PERFORM GRANT-AREA-AUTHORITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF
           IF APR-OPERATOR-ID = SPACES
               MOVE "N" TO APR-MAY-CTL
               MOVE "N" TO APR-MAY-FORM
               MOVE "N" TO APR-MAY-CCM
               MOVE "N" TO APR-MAY-SUSP
           END-IF.

       GRANT-AREA-AUTHORITY.
           EVALUATE AUT-AREA
               WHEN "ALL"
                   MOVE "Y" TO APR-MAY-CTL
                   MOVE "Y" TO APR-MAY-FORM
                   MOVE "Y" TO APR-MAY-CCM
                   MOVE "Y" TO APR-MAY-SUSP
               WHEN "CTL"
                   MOVE "Y" TO APR-MAY-CTL
               WHEN "FORM"
                   MOVE "Y" TO APR-MAY-FORM
               WHEN "CCM"
                   MOVE "Y" TO APR-MAY-CCM
               WHEN "SUSP"
                   MOVE "Y" TO APR-MAY-SUSP
           END-EVALUATE.

       CHECK-AREA-AUTHORITY.
           MOVE "N" TO APR-AREA-OK-SWITCH
           EVALUATE APR-CHECK-AREA
               WHEN "CTL"
                   MOVE APR-MAY-CTL TO APR-AREA-OK-SWITCH
               WHEN "FORM"
                   MOVE APR-MAY-FORM TO APR-AREA-OK-SWITCH
               WHEN "CCM"
                   MOVE APR-MAY-CCM TO APR-AREA-OK-SWITCH
               WHEN "SUSP"
                   MOVE APR-MAY-SUSP TO APR-AREA-OK-SWITCH
           END-EVALUATE.

       SET-ACTION-TEXT.
           EVALUATE APR-CHG-ACTION
               WHEN "A"
                   MOVE "ADD" TO APR-ACTION-TEXT
               WHEN "C"
                   IF APR-CHG-AREA = "SUSP"
                       MOVE "CORRECT" TO APR-ACTION-TEXT
                   ELSE
                       MOVE "CHANGE" TO APR-ACTION-TEXT
                   END-IF
               WHEN "D"
                   MOVE "DELETE" TO APR-ACTION-TEXT
               WHEN "X"
                   MOVE "DEACTIVATE" TO APR-ACTION-TEXT
               WHEN "W"
                   MOVE "WRITE-OFF" TO APR-ACTION-TEXT
               WHEN OTHER
                   MOVE "?" TO APR-ACTION-TEXT
           END-EVALUATE.

      * Every change still pending, marked where this operator may
      * not decide it.
       LIST-PENDING-CHANGES.
           MOVE ZERO TO APR-LIST-COUNT
           MOVE "N" TO APR-PND-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF APR-PENDING-STATUS = "00"
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-FILE INTO APR-CHANGE
                       AT END
                           MOVE "Y" TO APR-PND-EOF-SWITCH
                       NOT AT END
                           IF APR-CHG-STATUS = "P"
                               PERFORM DISPLAY-LIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           IF APR-LIST-COUNT = ZERO
               DISPLAY "No changes are waiting for approval."
           END-IF.

       DISPLAY-LIST-LINE.
           ADD 1 TO APR-LIST-COUNT
           PERFORM SET-ACTION-TEXT
           MOVE APR-CHG-AREA TO APR-CHECK-AREA
           PERFORM CHECK-AREA-AUTHORITY
           MOVE SPACES TO APR-LIST-NOTE
           IF APR-CHG-REQUESTER = APR-OPERATOR-ID
               MOVE "(your request)" TO APR-LIST-NOTE
           ELSE
               IF NOT AREA-AUTHORISED
                   MOVE "(no authority)" TO APR-LIST-NOTE
               END-IF
           END-IF
           PERFORM FIND-DECISION
           IF APR-DSUB > ZERO
               MOVE "(decided)" TO APR-LIST-NOTE
           END-IF
           DISPLAY APR-CHG-ID " " APR-CHG-AREA " " APR-ACTION-TEXT
               " " APR-CHG-KEY " by " APR-CHG-REQUESTER
               " " APR-CHG-REQUEST-DATE " " APR-LIST-NOTE.

      * Leaves APR-DSUB on this session's decision for APR-CHG-ID,
      * or zero.
       FIND-DECISION.
           MOVE ZERO TO APR-DSUB
           PERFORM VARYING APR-DSUB FROM 1 BY 1
                   UNTIL APR-DSUB > APR-DEC-COUNT
                   OR APR-DEC-ID(APR-DSUB) = APR-CHG-ID
               CONTINUE
           END-PERFORM
           IF APR-DSUB > APR-DEC-COUNT
               MOVE ZERO TO APR-DSUB
           END-IF.

       FIND-PENDING-CHANGE.
           DISPLAY "Change ID:"
           ACCEPT APR-IN-ID
           MOVE "N" TO APR-FOUND-SWITCH
           MOVE "N" TO APR-PND-EOF-SWITCH
           OPEN INPUT PENDING-FILE
           IF APR-PENDING-STATUS = "00"
               PERFORM UNTIL END-OF-PENDING OR CHANGE-FOUND
                   READ PENDING-FILE INTO APR-CHANGE
                       AT END
                           MOVE "Y" TO APR-PND-EOF-SWITCH
                       NOT AT END
                           IF APR-CHG-ID = APR-IN-ID
                               MOVE "Y" TO APR-FOUND-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           IF NOT CHANGE-FOUND
               DISPLAY "Change " APR-IN-ID " is not on CALCPEND.DAT."
           END-IF.

       DISPLAY-CHANGE.
           PERFORM SET-ACTION-TEXT
           DISPLAY "Change " APR-CHG-ID " " APR-CHG-AREA " "
               APR-ACTION-TEXT " " APR-CHG-KEY " status "
               APR-CHG-STATUS
           DISPLAY "  Requested by " APR-CHG-REQUESTER " on "
               APR-CHG-REQUEST-DATE " " APR-CHG-REQUEST-NOTE
           IF APR-CHG-ACTION NOT = "A"
               DISPLAY "  Before: " APR-CHG-BEFORE-IMAGE(1:68)
           END-IF
           IF APR-CHG-ACTION NOT = "D" AND APR-CHG-ACTION NOT = "W"
               DISPLAY "  After:  " APR-CHG-AFTER-IMAGE(1:68)
           END-IF.

       VIEW-CHANGE.
           PERFORM FIND-PENDING-CHANGE
           IF CHANGE-FOUND
               PERFORM DISPLAY-CHANGE
           END-IF.

      * A change can be decided once, by an operator with approval
      * authority for its area who is not the one who asked for it.
       CHECK-CHANGE-DECIDABLE.
           MOVE "N" TO APR-DECIDABLE-SWITCH
           PERFORM FIND-PENDING-CHANGE
           IF CHANGE-FOUND
               PERFORM DISPLAY-CHANGE
               MOVE APR-CHG-AREA TO APR-CHECK-AREA
               PERFORM CHECK-AREA-AUTHORITY
               PERFORM FIND-DECISION
               EVALUATE TRUE
                   WHEN APR-CHG-STATUS NOT = "P"
                       DISPLAY "Change " APR-CHG-ID " is already "
                           "decided (status " APR-CHG-STATUS ")."
                   WHEN APR-DSUB > ZERO
                       DISPLAY "Change " APR-CHG-ID " is already "
                           "decided this session."
                   WHEN NOT AREA-AUTHORISED
                       DISPLAY "You may not approve " APR-CHG-AREA
                           " changes - see CALCAUTH.DAT."
                   WHEN APR-CHG-REQUESTER = APR-OPERATOR-ID
                       DISPLAY "You requested change " APR-CHG-ID
                           " - another operator must decide it."
                   WHEN APR-DEC-COUNT = 100
                       DISPLAY "100 decisions this session - end "
                           "and save (E) before deciding more."
                   WHEN OTHER
                       MOVE "Y" TO APR-DECIDABLE-SWITCH
               END-EVALUATE
           END-IF.

       APPROVE-CHANGE.
           PERFORM CHECK-CHANGE-DECIDABLE
           IF CHANGE-DECIDABLE
               PERFORM RECORD-DECISION
               MOVE "A" TO APR-DEC-DECISION(APR-DEC-COUNT)
               DISPLAY "Approved - applied on end and save."
           END-IF.

       DECLINE-CHANGE.
           PERFORM CHECK-CHANGE-DECIDABLE
           IF CHANGE-DECIDABLE
               DISPLAY "Reason for declining:"
               ACCEPT APR-IN-REASON
               IF APR-IN-REASON = SPACES
                   DISPLAY "A reason is required - change not "
                       "declined."
               ELSE
                   PERFORM RECORD-DECISION
                   MOVE "D" TO APR-DEC-DECISION(APR-DEC-COUNT)
                   MOVE "D" TO APR-DEC-RESULT(APR-DEC-COUNT)
                   MOVE APR-IN-REASON TO APR-DEC-REASON(APR-DEC-COUNT)
                   DISPLAY "Declined."
               END-IF
           END-IF.

       RECORD-DECISION.
           ADD 1 TO APR-DEC-COUNT
           MOVE APR-CHG-ID TO APR-DEC-ID(APR-DEC-COUNT)
           MOVE SPACE TO APR-DEC-RESULT(APR-DEC-COUNT)
           MOVE APR-CHG-AREA TO APR-DEC-AREA(APR-DEC-COUNT)
           MOVE APR-CHG-ACTION TO APR-DEC-ACTION(APR-DEC-COUNT)
           MOVE APR-CHG-REQUESTER TO APR-DEC-REQUESTER(APR-DEC-COUNT)
           MOVE APR-CHG-REQUEST-DATE
               TO APR-DEC-REQUEST-DATE(APR-DEC-COUNT)
           MOVE APR-CHG-KEY TO APR-DEC-KEY(APR-DEC-COUNT)
           MOVE APR-CHG-REQUEST-NOTE TO APR-DEC-NOTE(APR-DEC-COUNT)
           MOVE SPACES TO APR-DEC-REASON(APR-DEC-COUNT)
           MOVE APR-CHG-BEFORE-IMAGE TO APR-DEC-BEFORE(APR-DEC-COUNT)
           MOVE APR-CHG-AFTER-IMAGE TO APR-DEC-AFTER(APR-DEC-COUNT).

       APPLY-DECISIONS.
           PERFORM VARYING APR-DSUB FROM 1 BY 1
                   UNTIL APR-DSUB > APR-DEC-COUNT
               IF APR-DEC-DECISION(APR-DSUB) = "A"
                   PERFORM APPLY-ONE-CHANGE
               ELSE
                   ADD 1 TO APR-DECLINED-COUNT
               END-IF
           END-PERFORM.

      * The live file is copied to the work file with the change made
      * on the way through, then copied back - the file is only
      * rewritten once the change has been found to fit it.
       APPLY-ONE-CHANGE.
           MOVE "N" TO APR-MATCH-SWITCH
           MOVE "N" TO APR-CONFLICT-SWITCH
           MOVE "N" TO APR-LIVE-EOF-SWITCH
           MOVE "Y" TO APR-APPLY-OK-SWITCH
           IF APR-DEC-ACTION(APR-DSUB) = "A"
               MOVE APR-DEC-AFTER(APR-DSUB) TO APR-KEY-SOURCE
               PERFORM EXTRACT-ROW-KEY
               MOVE APR-KEY-RESULT TO APR-ADD-KEY
           END-IF
           OPEN OUTPUT LIVE-WORK-FILE
           IF APR-LIVE-WORK-STATUS NOT = "00"
               MOVE "N" TO APR-APPLY-OK-SWITCH
           ELSE
               PERFORM OPEN-LIVE-INPUT
               IF APR-LIVE-STATUS = "00"
                   PERFORM UNTIL END-OF-LIVE
                       PERFORM READ-LIVE-ROW
                       IF NOT END-OF-LIVE
                           PERFORM APPLY-TO-ROW
                       END-IF
                   END-PERFORM
                   PERFORM CLOSE-LIVE-FILE
               ELSE
                   IF APR-LIVE-STATUS NOT = "35"
                           OR APR-DEC-ACTION(APR-DSUB) NOT = "A"
                       MOVE "N" TO APR-APPLY-OK-SWITCH
                   END-IF
               END-IF
               IF APR-DEC-ACTION(APR-DSUB) = "A"
                       AND NOT KEY-CONFLICT
                   WRITE LIVE-WORK-ROW FROM APR-DEC-AFTER(APR-DSUB)
                   MOVE "Y" TO APR-MATCH-SWITCH
               END-IF
               CLOSE LIVE-WORK-FILE
           END-IF
           IF APPLY-OK AND BEFORE-IMAGE-MATCHED
                   AND NOT KEY-CONFLICT
               PERFORM COPY-WORK-TO-LIVE
           END-IF
           EVALUATE TRUE
               WHEN NOT APPLY-OK
                   MOVE "S" TO APR-DEC-RESULT(APR-DSUB)
                   MOVE "Live file could not be rewritten"
                       TO APR-DEC-REASON(APR-DSUB)
                   ADD 1 TO APR-STALE-COUNT
                   MOVE 12 TO RETURN-CODE
               WHEN KEY-CONFLICT
                   MOVE "S" TO APR-DEC-RESULT(APR-DSUB)
                   MOVE "Key already on the live file"
                       TO APR-DEC-REASON(APR-DSUB)
                   ADD 1 TO APR-STALE-COUNT
               WHEN NOT BEFORE-IMAGE-MATCHED
                   MOVE "S" TO APR-DEC-RESULT(APR-DSUB)
                   MOVE "Live record has since changed"
                       TO APR-DEC-REASON(APR-DSUB)
                   ADD 1 TO APR-STALE-COUNT
               WHEN OTHER
                   MOVE "A" TO APR-DEC-RESULT(APR-DSUB)
                   ADD 1 TO APR-APPLIED-COUNT
           END-EVALUATE.

      * An add must not duplicate a key already on file; any other
      * change acts on the first row equal to its before image and
      * passes every other row through.
       APPLY-TO-ROW.
           IF APR-DEC-ACTION(APR-DSUB) = "A"
               MOVE APR-ROW TO APR-KEY-SOURCE
               PERFORM EXTRACT-ROW-KEY
               IF APR-KEY-RESULT = APR-ADD-KEY
                   MOVE "Y" TO APR-CONFLICT-SWITCH
               END-IF
               WRITE LIVE-WORK-ROW FROM APR-ROW
           ELSE
               IF NOT BEFORE-IMAGE-MATCHED
                       AND APR-ROW = APR-DEC-BEFORE(APR-DSUB)
                   MOVE "Y" TO APR-MATCH-SWITCH
                   IF APR-DEC-ACTION(APR-DSUB) = "C"
                           OR APR-DEC-ACTION(APR-DSUB) = "X"
                       WRITE LIVE-WORK-ROW
                           FROM APR-DEC-AFTER(APR-DSUB)
                   END-IF
               ELSE
                   WRITE LIVE-WORK-ROW FROM APR-ROW
               END-IF
           END-IF.

      * The key each maintenance program identifies a record by:
      * opcode, formula code plus effective date, center code.
       EXTRACT-ROW-KEY.
           MOVE SPACES TO APR-KEY-RESULT
           EVALUATE APR-DEC-AREA(APR-DSUB)
               WHEN "CTL"
                   MOVE APR-KEY-SOURCE(1:1) TO APR-KEY-RESULT
               WHEN "FORM"
                   MOVE APR-KEY-SOURCE(1:4) TO APR-KEY-RESULT(1:4)
                   MOVE APR-KEY-SOURCE(22:8) TO APR-KEY-RESULT(5:8)
               WHEN "CCM"
                   MOVE APR-KEY-SOURCE(1:6) TO APR-KEY-RESULT
               WHEN OTHER
                   MOVE APR-KEY-SOURCE(1:12) TO APR-KEY-RESULT
           END-EVALUATE.

       OPEN-LIVE-INPUT.
           EVALUATE APR-DEC-AREA(APR-DSUB)
               WHEN "CTL"
                   OPEN INPUT CONTROL-FILE
               WHEN "FORM"
                   OPEN INPUT FORMULA-FILE
               WHEN "CCM"
                   OPEN INPUT CC-MASTER-FILE
               WHEN "SUSP"
                   OPEN INPUT SUSPENSE-FILE
               WHEN OTHER
                   MOVE "99" TO APR-LIVE-STATUS
           END-EVALUATE.

       OPEN-LIVE-OUTPUT.
           EVALUATE APR-DEC-AREA(APR-DSUB)
               WHEN "CTL"
                   OPEN OUTPUT CONTROL-FILE
               WHEN "FORM"
                   OPEN OUTPUT FORMULA-FILE
               WHEN "CCM"
                   OPEN OUTPUT CC-MASTER-FILE
               WHEN "SUSP"
                   OPEN OUTPUT SUSPENSE-FILE
               WHEN OTHER
                   MOVE "99" TO APR-LIVE-STATUS
           END-EVALUATE.

       READ-LIVE-ROW.
           MOVE SPACES TO APR-ROW
           EVALUATE APR-DEC-AREA(APR-DSUB)
               WHEN "CTL"
                   READ CONTROL-FILE INTO APR-ROW
                       AT END
                           MOVE "Y" TO APR-LIVE-EOF-SWITCH
                   END-READ
               WHEN "FORM"
                   READ FORMULA-FILE INTO APR-ROW
                       AT END
                           MOVE "Y" TO APR-LIVE-EOF-SWITCH
                   END-READ
               WHEN "CCM"
                   READ CC-MASTER-FILE INTO APR-ROW
                       AT END
                           MOVE "Y" TO APR-LIVE-EOF-SWITCH
                   END-READ
               WHEN "SUSP"
                   READ SUSPENSE-FILE INTO APR-ROW
                       AT END
                           MOVE "Y" TO APR-LIVE-EOF-SWITCH
                   END-READ
           END-EVALUATE.

       WRITE-LIVE-ROW.
           EVALUATE APR-DEC-AREA(APR-DSUB)
               WHEN "CTL"
                   WRITE CONTROL-ROW FROM APR-ROW
               WHEN "FORM"
                   WRITE FORMULA-ROW FROM APR-ROW
               WHEN "CCM"
                   WRITE CC-MASTER-ROW FROM APR-ROW
               WHEN "SUSP"
                   WRITE SUSPENSE-ROW FROM APR-ROW
           END-EVALUATE.

       CLOSE-LIVE-FILE.
           EVALUATE APR-DEC-AREA(APR-DSUB)
               WHEN "CTL"
                   CLOSE CONTROL-FILE
               WHEN "FORM"
                   CLOSE FORMULA-FILE
               WHEN "CCM"
                   CLOSE CC-MASTER-FILE
               WHEN "SUSP"
                   CLOSE SUSPENSE-FILE
           END-EVALUATE.

       COPY-WORK-TO-LIVE.
           OPEN INPUT LIVE-WORK-FILE
           IF APR-LIVE-WORK-STATUS NOT = "00"
               MOVE "N" TO APR-APPLY-OK-SWITCH
           ELSE
               PERFORM OPEN-LIVE-OUTPUT
               IF APR-LIVE-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite the "
                       APR-DEC-AREA(APR-DSUB) " file - change "
                       APR-DEC-ID(APR-DSUB) " left in CALCAPRW.DAT."
                   MOVE "N" TO APR-APPLY-OK-SWITCH
               ELSE
                   MOVE "N" TO APR-LIVE-EOF-SWITCH
                   PERFORM UNTIL END-OF-LIVE
                       READ LIVE-WORK-FILE INTO APR-ROW
                           AT END
                               MOVE "Y" TO APR-LIVE-EOF-SWITCH
                           NOT AT END
                               PERFORM WRITE-LIVE-ROW
                       END-READ
                   END-PERFORM
                   PERFORM CLOSE-LIVE-FILE
               END-IF
               CLOSE LIVE-WORK-FILE
           END-IF.

      * Decided changes are stamped with their outcome, the deciding
      * operator and the date; the rewrite goes through a work file
      * so CALCPEND.DAT is only replaced once the new copy is whole.
       UPDATE-PENDING-FILE.
           OPEN INPUT PENDING-FILE
           OPEN OUTPUT PENDING-WORK-FILE
           IF APR-PENDING-STATUS NOT = "00"
                   OR APR-PENDING-WORK-STATUS NOT = "00"
               DISPLAY "Unable to update CALCPEND.DAT - decisions "
                   "above are not recorded there."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "N" TO APR-PND-EOF-SWITCH
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO APR-PND-EOF-SWITCH
                       NOT AT END
                           PERFORM STAMP-PENDING-RECORD
                           WRITE PENDING-WORK-RECORD
                               FROM PENDING-RECORD
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               CLOSE PENDING-WORK-FILE
               PERFORM REPLACE-PENDING-FILE
           END-IF.

       STAMP-PENDING-RECORD.
           MOVE PND-CHANGE-ID TO APR-CHG-ID
           PERFORM FIND-DECISION
           IF APR-DSUB > ZERO AND PND-STATUS = "P"
               MOVE APR-DEC-RESULT(APR-DSUB) TO PND-STATUS
               MOVE APR-OPERATOR-ID TO PND-APPROVER
               MOVE APR-CURRENT-DATE TO PND-DECISION-DATE
               MOVE APR-DEC-REASON(APR-DSUB) TO PND-DECLINE-REASON
           END-IF.

       REPLACE-PENDING-FILE.
           OPEN INPUT PENDING-WORK-FILE
           OPEN OUTPUT PENDING-FILE
           IF APR-PENDING-WORK-STATUS NOT = "00"
                   OR APR-PENDING-STATUS NOT = "00"
               DISPLAY "Unable to rewrite CALCPEND.DAT - decisions "
                   "left in CALCPENW.DAT."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "N" TO APR-PND-EOF-SWITCH
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-WORK-FILE
                       AT END
                           MOVE "Y" TO APR-PND-EOF-SWITCH
                       NOT AT END
                           WRITE PENDING-RECORD
                               FROM PENDING-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE PENDING-WORK-FILE
               CLOSE PENDING-FILE
           END-IF.

      * Each area's change report gets the decisions for that area
      * added to the end, beneath the requests they answer.
       WRITE-DECISION-REPORTS.
           MOVE "CTL" TO APR-REPORT-AREA
           PERFORM WRITE-AREA-DECISIONS
           MOVE "FORM" TO APR-REPORT-AREA
           PERFORM WRITE-AREA-DECISIONS
           MOVE "CCM" TO APR-REPORT-AREA
           PERFORM WRITE-AREA-DECISIONS
           MOVE "SUSP" TO APR-REPORT-AREA
           PERFORM WRITE-AREA-DECISIONS.

       WRITE-AREA-DECISIONS.
           MOVE "N" TO APR-REPORT-OPEN-SWITCH
           PERFORM VARYING APR-DSUB FROM 1 BY 1
                   UNTIL APR-DSUB > APR-DEC-COUNT
               IF APR-DEC-AREA(APR-DSUB) = APR-REPORT-AREA
                   IF NOT AREA-REPORT-OPEN
                       PERFORM OPEN-AREA-REPORT
                   END-IF
                   PERFORM WRITE-DECISION-LINES
               END-IF
           END-PERFORM
           IF AREA-REPORT-OPEN
               EVALUATE APR-REPORT-AREA
                   WHEN "CTL"
                       CLOSE CTL-REPORT-FILE
                   WHEN "FORM"
                       CLOSE FRM-REPORT-FILE
                   WHEN "CCM"
                       CLOSE CCM-REPORT-FILE
                   WHEN "SUSP"
                       CLOSE SUS-REPORT-FILE
               END-EVALUATE
           END-IF.

       OPEN-AREA-REPORT.
           EVALUATE APR-REPORT-AREA
               WHEN "CTL"
                   OPEN EXTEND CTL-REPORT-FILE
                   IF APR-REPORT-STATUS = "35"
                       OPEN OUTPUT CTL-REPORT-FILE
                   END-IF
               WHEN "FORM"
                   OPEN EXTEND FRM-REPORT-FILE
                   IF APR-REPORT-STATUS = "35"
                       OPEN OUTPUT FRM-REPORT-FILE
                   END-IF
               WHEN "CCM"
                   OPEN EXTEND CCM-REPORT-FILE
                   IF APR-REPORT-STATUS = "35"
                       OPEN OUTPUT CCM-REPORT-FILE
                   END-IF
               WHEN "SUSP"
                   OPEN EXTEND SUS-REPORT-FILE
                   IF APR-REPORT-STATUS = "35"
                       OPEN OUTPUT SUS-REPORT-FILE
                   END-IF
           END-EVALUATE
           IF APR-REPORT-STATUS = "00"
               MOVE "Y" TO APR-REPORT-OPEN-SWITCH
               MOVE SPACES TO APR-WORK-LINE
               PERFORM WRITE-AREA-REPORT-LINE
               STRING "Approval decisions by " APR-OPERATOR-ID
                   " on " APR-CURRENT-DATE
                   DELIMITED BY SIZE INTO APR-WORK-LINE
               PERFORM WRITE-AREA-REPORT-LINE
           ELSE
               DISPLAY "Unable to add decisions to the "
                   APR-REPORT-AREA " change report - status "
                   APR-REPORT-STATUS
           END-IF.

       WRITE-DECISION-LINES.
           MOVE APR-DEC-AREA(APR-DSUB) TO APR-CHG-AREA
           MOVE APR-DEC-ACTION(APR-DSUB) TO APR-CHG-ACTION
           PERFORM SET-ACTION-TEXT
           MOVE SPACES TO APR-WORK-LINE
           STRING "Change " APR-DEC-ID(APR-DSUB) " " APR-ACTION-TEXT
               " " APR-DEC-KEY(APR-DSUB)
               " requested by " APR-DEC-REQUESTER(APR-DSUB)
               " on " APR-DEC-REQUEST-DATE(APR-DSUB)
               DELIMITED BY SIZE INTO APR-WORK-LINE
           PERFORM WRITE-AREA-REPORT-LINE
           MOVE SPACES TO APR-WORK-LINE
           EVALUATE APR-DEC-RESULT(APR-DSUB)
               WHEN "A"
                   STRING "  APPROVED by " APR-OPERATOR-ID
                       " on " APR-CURRENT-DATE " - applied"
                       DELIMITED BY SIZE INTO APR-WORK-LINE
               WHEN "D"
                   STRING "  DECLINED by " APR-OPERATOR-ID
                       " on " APR-CURRENT-DATE ": "
                       APR-DEC-REASON(APR-DSUB)
                       DELIMITED BY SIZE INTO APR-WORK-LINE
               WHEN OTHER
                   STRING "  APPROVED by " APR-OPERATOR-ID
                       " - NOT APPLIED: "
                       APR-DEC-REASON(APR-DSUB)
                       DELIMITED BY SIZE INTO APR-WORK-LINE
           END-EVALUATE
           PERFORM WRITE-AREA-REPORT-LINE
           IF APR-DEC-NOTE(APR-DSUB) NOT = SPACES
               MOVE SPACES TO APR-WORK-LINE
               STRING "  Reason given: " APR-DEC-NOTE(APR-DSUB)
                   DELIMITED BY SIZE INTO APR-WORK-LINE
               PERFORM WRITE-AREA-REPORT-LINE
           END-IF
           IF APR-DEC-ACTION(APR-DSUB) NOT = "A"
               MOVE SPACES TO APR-WORK-LINE
               STRING "  Before: " APR-DEC-BEFORE(APR-DSUB)(1:68)
                   DELIMITED BY SIZE INTO APR-WORK-LINE
               PERFORM WRITE-AREA-REPORT-LINE
           END-IF
           IF APR-DEC-ACTION(APR-DSUB) NOT = "D"
                   AND APR-DEC-ACTION(APR-DSUB) NOT = "W"
               MOVE SPACES TO APR-WORK-LINE
               STRING "  After:  " APR-DEC-AFTER(APR-DSUB)(1:68)
                   DELIMITED BY SIZE INTO APR-WORK-LINE
               PERFORM WRITE-AREA-REPORT-LINE
           END-IF.

       WRITE-AREA-REPORT-LINE.
           IF AREA-REPORT-OPEN
               EVALUATE APR-REPORT-AREA
                   WHEN "CTL"
                       WRITE CTL-REPORT-LINE FROM APR-WORK-LINE
                   WHEN "FORM"
                       WRITE FRM-REPORT-LINE FROM APR-WORK-LINE
                   WHEN "CCM"
                       WRITE CCM-REPORT-LINE FROM APR-WORK-LINE
                   WHEN "SUSP"
                       WRITE SUS-REPORT-LINE FROM APR-WORK-LINE
               END-EVALUATE
           END-IF.

       DISPLAY-TOTALS.
           MOVE APR-APPLIED-COUNT TO APR-COUNT-EDIT
           DISPLAY "Changes applied:     " APR-COUNT-EDIT
           MOVE APR-DECLINED-COUNT TO APR-COUNT-EDIT
           DISPLAY "Changes declined:    " APR-COUNT-EDIT
           MOVE APR-STALE-COUNT TO APR-COUNT-EDIT
           DISPLAY "Approved, not applied (stale): " APR-COUNT-EDIT
           IF APR-STALE-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CALCAPRV.
