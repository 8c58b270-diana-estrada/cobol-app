      *          (CALCCTL.DAT): add, change and delete entries with
      *          validation, and print a before/after change report
      *          so control-table changes are reviewable.
      *          Changes are not applied here. The operator signs on
      *          with an ID that CALCAUTH.DAT allows to request
      *          control-table changes; on end-and-save each change
      *          goes to the pending-change file (CALCPEND.DAT) with
      *          its before and after images, and only takes effect
      *          once a different operator approves it in CALCAPRV.
      *          Each session's requests are added to the end of the
      *          change report, beneath earlier sessions and the
      *          decisions CALCAPRV has added to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "CTLMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTM-REPORT-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "CALCAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTM-AUTH-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTM-PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           05 CTL-ROUND-FLAG PIC X.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
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
      * before image; a delete has no after image.
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
       WORKING-STORAGE SECTION.
           01 CTM-CONTROL-STATUS PIC XX.
           01 CTM-REPORT-STATUS PIC XX.
           01 CTM-AUTH-STATUS PIC XX.
           01 CTM-PENDING-STATUS PIC XX.
           01 CTM-AUTH-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-AUTHORITY VALUE "Y".
           01 CTM-PND-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-PENDING VALUE "Y".
           01 CTM-AUTHORISED-SWITCH PIC X VALUE "N".
               88 OPERATOR-AUTHORISED VALUE "Y".
           01 CTM-MATCH-SWITCH PIC X VALUE "N".
               88 ENTRY-MATCHED VALUE "Y".
           01 CTM-OPERATOR-ID PIC X(8).
           01 CTM-CURRENT-DATE PIC X(8).
           01 CTM-NEXT-CHANGE-ID PIC 9(6) VALUE ZERO.
           01 CTM-REQUEST-COUNT PIC 9(4) VALUE ZERO.
           01 CTM-ACTION PIC X.
           01 CTM-ACTION-TEXT PIC X(6).
           01 CTM-CTL-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-CONTROL VALUE "Y".
           01 CTM-DONE-SWITCH PIC X VALUE "N".
                   10 CTM-CTL-OPCODE PIC X.
                   10 CTM-CTL-DESC PIC X(20).
                   10 CTM-CTL-ROUND-FLAG PIC X.
                   10 CTM-CTL-IMAGE PIC X(24).

           01 CTM-OLD-COUNT PIC 9(2) VALUE ZERO.
           01 CTM-OLD-TABLE.
                   10 CTM-OLD-OPCODE PIC X.
                   10 CTM-OLD-DESC PIC X(20).
                   10 CTM-OLD-ROUND-FLAG PIC X.
                   10 CTM-OLD-IMAGE PIC X(24).

      * A control record as the file holds it, for the images on a
      * pending change.
           01 CTM-IMAGE.
               05 CTM-IMG-OPCODE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 CTM-IMG-DESC PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 CTM-IMG-ROUND-FLAG PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Control Table Maintenance"
           DISPLAY " "
           ACCEPT CTM-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-AUTHORISED
               DISPLAY "Operator " CTM-OPERATOR-ID " may not request "
                   "control-table changes - see CALCAUTH.DAT."
               STOP RUN
           END-IF
           PERFORM LOAD-CONTROL-TABLE
           MOVE CTM-CTL-COUNT TO CTM-OLD-COUNT
           MOVE CTM-CTL-TABLE TO CTM-OLD-TABLE

           IF SAVE-WANTED
               IF CTM-CHANGE-COUNT = ZERO
                   DISPLAY "No changes made - nothing requested."
               ELSE
                   PERFORM REQUEST-CHANGES
               END-IF
           ELSE
               DISPLAY "Changes discarded."
                               TO CTM-CTL-DESC(CTM-CTL-COUNT)
                           MOVE CTL-ROUND-FLAG
                               TO CTM-CTL-ROUND-FLAG(CTM-CTL-COUNT)
                           MOVE CONTROL-RECORD
                               TO CTM-CTL-IMAGE(CTM-CTL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
                               TO CTM-CTL-DESC(CTM-CTL-COUNT)
                           MOVE CTM-ROUND-FLAG
                               TO CTM-CTL-ROUND-FLAG(CTM-CTL-COUNT)
                           MOVE SPACES TO CTM-CTL-IMAGE(CTM-CTL-COUNT)
                           ADD 1 TO CTM-CHANGE-COUNT
                           DISPLAY "Added."
                       END-IF
                       TO CTM-CTL-DESC(CTM-SUB2)
                   MOVE CTM-CTL-ROUND-FLAG(CTM-SUB)
                       TO CTM-CTL-ROUND-FLAG(CTM-SUB2)
                   MOVE CTM-CTL-IMAGE(CTM-SUB)
                       TO CTM-CTL-IMAGE(CTM-SUB2)
               END-PERFORM
               SUBTRACT 1 FROM CTM-CTL-COUNT
               ADD 1 TO CTM-CHANGE-COUNT
                   CTM-CTL-ROUND-FLAG(CTM-SUB)
           END-PERFORM.

      * Requesting needs a CALCAUTH.DAT entry for the operator in
      * the CTL area (or ALL) with the request flag set; with no
      * authority file nobody may request.
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID:"
           ACCEPT CTM-OPERATOR-ID
           MOVE "N" TO CTM-AUTHORISED-SWITCH
           OPEN INPUT AUTHORITY-FILE
           IF CTM-AUTH-STATUS = "00"
               PERFORM UNTIL END-OF-AUTHORITY
                   READ AUTHORITY-FILE
                       AT END
                           MOVE "Y" TO CTM-AUTH-EOF-SWITCH
                       NOT AT END
                           IF AUT-OPERATOR-ID = CTM-OPERATOR-ID
                                   AND AUT-MAY-REQUEST = "Y"
                                   AND (AUT-AREA = "CTL"
                                       OR AUT-AREA = "ALL")
                               MOVE "Y" TO CTM-AUTHORISED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF
           IF CTM-OPERATOR-ID = SPACES
               MOVE "N" TO CTM-AUTHORISED-SWITCH
           END-IF.

      * Change IDs run on from the highest already on the pending
      * file, decided or not.
       FIND-NEXT-CHANGE-ID.
           MOVE ZERO TO CTM-NEXT-CHANGE-ID
           OPEN INPUT PENDING-FILE
           IF CTM-PENDING-STATUS = "00"
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO CTM-PND-EOF-SWITCH
                       NOT AT END
                           IF PND-CHANGE-ID IS NUMERIC
                                   AND PND-CHANGE-ID
                                       > CTM-NEXT-CHANGE-ID
                               MOVE PND-CHANGE-ID
                                   TO CTM-NEXT-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      * The session's net effect is worked out entry by entry
      * against the table as loaded - an entry gone is a delete, one
      * altered is a change, one new is an add - and each goes to
      * the pending file, with the report listing what was asked.
       REQUEST-CHANGES.
           PERFORM FIND-NEXT-CHANGE-ID
           OPEN EXTEND REPORT-FILE
           IF CTM-REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF CTM-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open change report file - nothing "
                   "requested."
           ELSE
               OPEN EXTEND PENDING-FILE
               IF CTM-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF CTM-PENDING-STATUS NOT = "00"
                   DISPLAY "Unable to open CALCPEND.DAT - nothing "
                       "requested."
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM VARYING CTM-SUB FROM 1 BY 1
                           UNTIL CTM-SUB > CTM-OLD-COUNT
                       PERFORM FIND-IN-NEW-TABLE
                       IF NOT ENTRY-MATCHED
                           MOVE "D" TO CTM-ACTION
                           PERFORM WRITE-PENDING-CHANGE
                       ELSE
                           IF CTM-CTL-DESC(CTM-SUB2)
                                   NOT = CTM-OLD-DESC(CTM-SUB)
                                   OR CTM-CTL-ROUND-FLAG(CTM-SUB2)
                                   NOT = CTM-OLD-ROUND-FLAG(CTM-SUB)
                               MOVE "C" TO CTM-ACTION
                               PERFORM WRITE-PENDING-CHANGE
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM VARYING CTM-SUB2 FROM 1 BY 1
                           UNTIL CTM-SUB2 > CTM-CTL-COUNT
                       PERFORM FIND-IN-OLD-TABLE
                       IF NOT ENTRY-MATCHED
                           MOVE "A" TO CTM-ACTION
                           PERFORM WRITE-PENDING-CHANGE
                       END-IF
                   END-PERFORM
                   CLOSE PENDING-FILE
                   MOVE CTM-REQUEST-COUNT TO CTM-COUNT-EDIT
                   MOVE SPACES TO CTM-WORK-LINE
                   STRING "Changes requested: " CTM-COUNT-EDIT
                       DELIMITED BY SIZE INTO CTM-WORK-LINE
                   WRITE REPORT-LINE FROM CTM-WORK-LINE
                   DISPLAY CTM-COUNT-EDIT " change(s) sent for "
                       "approval."
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "Change report written to CTLMRPT.DAT."
           END-IF.

      * Leaves CTM-SUB2 on the new-table entry for the old entry at
      * CTM-SUB.
       FIND-IN-NEW-TABLE.
           MOVE "N" TO CTM-MATCH-SWITCH
           MOVE 1 TO CTM-SUB2
           PERFORM UNTIL ENTRY-MATCHED OR CTM-SUB2 > CTM-CTL-COUNT
               IF CTM-CTL-OPCODE(CTM-SUB2) = CTM-OLD-OPCODE(CTM-SUB)
                   MOVE "Y" TO CTM-MATCH-SWITCH
               ELSE
                   ADD 1 TO CTM-SUB2
               END-IF
           END-PERFORM.

      * Leaves CTM-SUB on the old-table entry for the new entry at
      * CTM-SUB2.
       FIND-IN-OLD-TABLE.
           MOVE "N" TO CTM-MATCH-SWITCH
           MOVE 1 TO CTM-SUB
           PERFORM UNTIL ENTRY-MATCHED OR CTM-SUB > CTM-OLD-COUNT
               IF CTM-OLD-OPCODE(CTM-SUB) = CTM-CTL-OPCODE(CTM-SUB2)
                   MOVE "Y" TO CTM-MATCH-SWITCH
               ELSE
                   ADD 1 TO CTM-SUB
               END-IF
           END-PERFORM.

      * CTM-SUB points at the old entry (change, delete) and CTM-SUB2
      * at the new one (add, change).
       WRITE-PENDING-CHANGE.
           ADD 1 TO CTM-NEXT-CHANGE-ID
           ADD 1 TO CTM-REQUEST-COUNT
           MOVE SPACES TO PENDING-RECORD
           MOVE CTM-NEXT-CHANGE-ID TO PND-CHANGE-ID
           MOVE "CTL" TO PND-AREA
           MOVE CTM-ACTION TO PND-ACTION
           MOVE "P" TO PND-STATUS
           MOVE CTM-OPERATOR-ID TO PND-REQUESTER
           MOVE CTM-CURRENT-DATE TO PND-REQUEST-DATE
           EVALUATE CTM-ACTION
               WHEN "A"
                   MOVE "ADD" TO CTM-ACTION-TEXT
                   MOVE CTM-CTL-OPCODE(CTM-SUB2) TO PND-KEY
               WHEN "C"
                   MOVE "CHANGE" TO CTM-ACTION-TEXT
                   MOVE CTM-OLD-OPCODE(CTM-SUB) TO PND-KEY
               WHEN OTHER
                   MOVE "DELETE" TO CTM-ACTION-TEXT
                   MOVE CTM-OLD-OPCODE(CTM-SUB) TO PND-KEY
           END-EVALUATE
           MOVE SPACES TO CTM-WORK-LINE
           STRING "Change " CTM-NEXT-CHANGE-ID " " CTM-ACTION-TEXT
               " opcode " PND-KEY(1:1)
               " - approved by: pending"
               DELIMITED BY SIZE INTO CTM-WORK-LINE
           WRITE REPORT-LINE FROM CTM-WORK-LINE
           IF CTM-ACTION NOT = "A"
               MOVE CTM-OLD-IMAGE(CTM-SUB) TO PND-BEFORE-IMAGE
               MOVE SPACES TO CTM-WORK-LINE
               STRING "  Before: " CTM-OLD-OPCODE(CTM-SUB)
                   " " CTM-OLD-DESC(CTM-SUB)
                   " " CTM-OLD-ROUND-FLAG(CTM-SUB)
                   DELIMITED BY SIZE INTO CTM-WORK-LINE
               WRITE REPORT-LINE FROM CTM-WORK-LINE
           END-IF
           IF CTM-ACTION NOT = "D"
               MOVE CTM-CTL-OPCODE(CTM-SUB2) TO CTM-IMG-OPCODE
               MOVE CTM-CTL-DESC(CTM-SUB2) TO CTM-IMG-DESC
               MOVE CTM-CTL-ROUND-FLAG(CTM-SUB2) TO CTM-IMG-ROUND-FLAG
               MOVE CTM-IMAGE TO PND-AFTER-IMAGE
               MOVE SPACES TO CTM-WORK-LINE
               STRING "  After:  " CTM-CTL-OPCODE(CTM-SUB2)
                   " " CTM-CTL-DESC(CTM-SUB2)
                   " " CTM-CTL-ROUND-FLAG(CTM-SUB2)
                   DELIMITED BY SIZE INTO CTM-WORK-LINE
               WRITE REPORT-LINE FROM CTM-WORK-LINE
           END-IF
           WRITE PENDING-RECORD.

       WRITE-REPORT-HEADING.
           MOVE "COBOLCalc Control Table Change Report"
               TO CTM-WORK-LINE
           WRITE REPORT-LINE FROM CTM-WORK-LINE
           MOVE SPACES TO CTM-WORK-LINE
           STRING "Requested by " CTM-OPERATOR-ID " on "
               CTM-CURRENT-DATE
               " - effective once approved in CALCAPRV"
               DELIMITED BY SIZE INTO CTM-WORK-LINE
           WRITE REPORT-LINE FROM CTM-WORK-LINE
           MOVE SPACES TO CTM-WORK-LINE
           WRITE REPORT-LINE FROM CTM-WORK-LINE.

       END PROGRAM CALCCTLM.
