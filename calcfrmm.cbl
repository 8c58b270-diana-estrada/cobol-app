      *          FIND-FORMULA would use for a code today, and a
      *          before/after change report. Replaces hand-editing of
      *          the file, which is how a zero-divisor row once got in.
      *          Changes are not applied here. The operator signs on
      *          with an ID that CALCAUTH.DAT allows to request
      *          formula changes; on end-and-save each change goes to
      *          the pending-change file (CALCPEND.DAT) with its before
      *          and after images, and only takes effect once a
      *          different operator approves it in CALCAPRV.
      *          Each session's requests are added to the end of the
      *          change report, beneath earlier sessions and the
      *          decisions CALCAPRV has added to it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "FRMMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRM-REPORT-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "CALCAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRM-AUTH-STATUS.
           SELECT PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRM-PENDING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORMULA-FILE.
           05 FRM-DESC PIC X(20).
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
           01 FRM-FILE-STATUS PIC XX.
           01 FRM-REPORT-STATUS PIC XX.
           01 FRM-AUTH-STATUS PIC XX.
           01 FRM-PENDING-STATUS PIC XX.
           01 FRM-AUTH-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-AUTHORITY VALUE "Y".
           01 FRM-PND-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-PENDING VALUE "Y".
           01 FRM-AUTHORISED-SWITCH PIC X VALUE "N".
               88 OPERATOR-AUTHORISED VALUE "Y".
           01 FRM-OPERATOR-ID PIC X(8).
           01 FRM-NEXT-CHANGE-ID PIC 9(6) VALUE ZERO.
           01 FRM-REQUEST-COUNT PIC 9(4) VALUE ZERO.
           01 FRM-MATCH-SWITCH PIC X VALUE "N".
               88 ENTRY-MATCHED VALUE "Y".
           01 FRM-ACTION PIC X.
           01 FRM-ACTION-TEXT PIC X(6).
           01 FRM-EOF-SWITCH PIC X VALUE "N".
               88 END-OF-FORMULAS VALUE "Y".
           01 FRM-DONE-SWITCH PIC X VALUE "N".
           01 FRM-LEAP-REM PIC 9(4).
           01 FRM-MONTH-MAX PIC 9(2).
           01 FRM-CURRENT-DATE PIC X(8).
           01 FRM-SUB PIC 9(4) VALUE ZERO.
           01 FRM-SUB2 PIC 9(4) VALUE ZERO.
           01 FRM-PICK-SUB PIC 9(4) VALUE ZERO.
           01 FRM-CHANGE-COUNT PIC 9(4) VALUE ZERO.
           01 FRM-COUNT-EDIT PIC ZZZ9.
           01 FRM-DIV-EDIT PIC -(3)9.99.
           01 FRM-OFF-EDIT PIC -(3)9.99.
           01 FRM-WORK-LINE PIC X(80).

      * Library records read after the table filled.
           01 FRM-TBL-OVERFLOW PIC 9(6) VALUE ZERO.

           01 FRM-TBL-COUNT PIC 9(4) VALUE ZERO.
           01 FRM-TBL-TABLE.
               05 FRM-TBL-ENTRY OCCURS 1000 TIMES.
                   10 FRM-TBL-CODE PIC X(4).
                   10 FRM-TBL-DIVISOR PIC S9(4)V99.
                   10 FRM-TBL-OFFSET PIC S9(4)V99.
                   10 FRM-TBL-EFF-DATE PIC X(8).
                   10 FRM-TBL-DESC PIC X(20).
                   10 FRM-TBL-IMAGE PIC X(50).

           01 FRM-OLD-COUNT PIC 9(4) VALUE ZERO.
           01 FRM-OLD-TABLE.
               05 FRM-OLD-ENTRY OCCURS 1000 TIMES.
                   10 FRM-OLD-CODE PIC X(4).
                   10 FRM-OLD-DIVISOR PIC S9(4)V99.
                   10 FRM-OLD-OFFSET PIC S9(4)V99.
                   10 FRM-OLD-EFF-DATE PIC X(8).
                   10 FRM-OLD-DESC PIC X(20).
                   10 FRM-OLD-IMAGE PIC X(50).

      * A formula record as the file holds it, for the images on a
      * pending change.
           01 FRM-IMAGE.
               05 FRM-IMG-CODE PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 FRM-IMG-DIVISOR PIC S9(4)V99
                   SIGN IS TRAILING SEPARATE.
               05 FILLER PIC X VALUE SPACE.
               05 FRM-IMG-OFFSET PIC S9(4)V99
                   SIGN IS TRAILING SEPARATE.
               05 FILLER PIC X VALUE SPACE.
               05 FRM-IMG-EFF-DATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 FRM-IMG-DESC PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "COBOLCalc Formula Library Maintenance"
           DISPLAY " "
           ACCEPT FRM-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           IF NOT OPERATOR-AUTHORISED
               DISPLAY "Operator " FRM-OPERATOR-ID " may not request "
                   "formula changes - see CALCAUTH.DAT."
               STOP RUN
           END-IF
           PERFORM LOAD-FORMULA-TABLE
      * An entry the table could not hold would look absent and
      * could be requested again as an add.
           IF FRM-TBL-OVERFLOW > ZERO
               DISPLAY "CALCFORM.DAT holds more than 1000 entries - "
                   FRM-TBL-OVERFLOW " not read; no changes can be "
                   "requested."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FRM-TBL-COUNT TO FRM-OLD-COUNT
           MOVE FRM-TBL-TABLE TO FRM-OLD-TABLE


           IF SAVE-WANTED
               IF FRM-CHANGE-COUNT = ZERO
                   DISPLAY "No changes made - nothing requested."
               ELSE
                   PERFORM REQUEST-CHANGES
               END-IF
           ELSE
               DISPLAY "Changes discarded."
       LOAD-FORMULA-TABLE.
           OPEN INPUT FORMULA-FILE
           IF FRM-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-FORMULAS
                   READ FORMULA-FILE
                       AT END
                           MOVE "Y" TO FRM-EOF-SWITCH
                       NOT AT END
                           PERFORM TAKE-FORMULA-RECORD
                   END-READ
               END-PERFORM
               CLOSE FORMULA-FILE
                   "empty library."
           END-IF.

       TAKE-FORMULA-RECORD.
           IF FRM-TBL-COUNT = 1000
               ADD 1 TO FRM-TBL-OVERFLOW
           ELSE
               ADD 1 TO FRM-TBL-COUNT
               MOVE FRM-CODE TO FRM-TBL-CODE(FRM-TBL-COUNT)
               MOVE FRM-DIVISOR TO FRM-TBL-DIVISOR(FRM-TBL-COUNT)
               MOVE FRM-OFFSET TO FRM-TBL-OFFSET(FRM-TBL-COUNT)
               MOVE FRM-EFF-DATE TO FRM-TBL-EFF-DATE(FRM-TBL-COUNT)
               MOVE FRM-DESC TO FRM-TBL-DESC(FRM-TBL-COUNT)
               MOVE FORMULA-RECORD TO FRM-TBL-IMAGE(FRM-TBL-COUNT)
           END-IF.

      * An entry is identified by code plus effective date - the
      * same pair FIND-FORMULA distinguishes entries by.
       FIND-ENTRY.
           END-IF.

       ADD-ENTRY.
           IF FRM-TBL-COUNT = 1000
               DISPLAY "Formula library is full - 1000 entries "
                   "maximum."
           ELSE
               DISPLAY "Formula code:"
                                   TO FRM-TBL-EFF-DATE(FRM-TBL-COUNT)
                               MOVE FRM-IN-DESC
                                   TO FRM-TBL-DESC(FRM-TBL-COUNT)
                               MOVE SPACES
                                   TO FRM-TBL-IMAGE(FRM-TBL-COUNT)
                               ADD 1 TO FRM-CHANGE-COUNT
                               DISPLAY "Added."
                           END-IF
                       TO FRM-TBL-EFF-DATE(FRM-SUB2)
                   MOVE FRM-TBL-DESC(FRM-SUB)
                       TO FRM-TBL-DESC(FRM-SUB2)
                   MOVE FRM-TBL-IMAGE(FRM-SUB)
                       TO FRM-TBL-IMAGE(FRM-SUB2)
               END-PERFORM
               SUBTRACT 1 FROM FRM-TBL-COUNT
               ADD 1 TO FRM-CHANGE-COUNT
               END-IF
           END-IF.

      * Requesting needs a CALCAUTH.DAT entry for the operator in
      * the FORM area (or ALL) with the request flag set; with no
      * authority file nobody may request.
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID:"
           ACCEPT FRM-OPERATOR-ID
           MOVE "N" TO FRM-AUTHORISED-SWITCH
           OPEN INPUT AUTHORITY-FILE
           IF FRM-AUTH-STATUS = "00"
               PERFORM UNTIL END-OF-AUTHORITY
                   READ AUTHORITY-FILE
                       AT END
                           MOVE "Y" TO FRM-AUTH-EOF-SWITCH
                       NOT AT END
                           IF AUT-OPERATOR-ID = FRM-OPERATOR-ID
                                   AND AUT-MAY-REQUEST = "Y"
                                   AND (AUT-AREA = "FORM"
                                       OR AUT-AREA = "ALL")
                               MOVE "Y" TO FRM-AUTHORISED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF
           IF FRM-OPERATOR-ID = SPACES
               MOVE "N" TO FRM-AUTHORISED-SWITCH
           END-IF.

      * Change IDs run on from the highest already on the pending
      * file, decided or not.
       FIND-NEXT-CHANGE-ID.
           MOVE ZERO TO FRM-NEXT-CHANGE-ID
           OPEN INPUT PENDING-FILE
           IF FRM-PENDING-STATUS = "00"
               PERFORM UNTIL END-OF-PENDING
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO FRM-PND-EOF-SWITCH
                       NOT AT END
                           IF PND-CHANGE-ID IS NUMERIC
                                   AND PND-CHANGE-ID
                                       > FRM-NEXT-CHANGE-ID
                               MOVE PND-CHANGE-ID
                                   TO FRM-NEXT-CHANGE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      * The session's net effect is worked out entry by entry
      * against the library as loaded - an entry gone is a delete,
      * one altered is a change, one new is an add - and each goes
      * to the pending file, with the report listing what was asked.
       REQUEST-CHANGES.
           PERFORM FIND-NEXT-CHANGE-ID
           OPEN EXTEND REPORT-FILE
           IF FRM-REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF FRM-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open change report file - nothing "
                   "requested."
           ELSE
               OPEN EXTEND PENDING-FILE
               IF FRM-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF FRM-PENDING-STATUS NOT = "00"
                   DISPLAY "Unable to open CALCPEND.DAT - nothing "
                       "requested."
               ELSE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM VARYING FRM-SUB FROM 1 BY 1
                           UNTIL FRM-SUB > FRM-OLD-COUNT
                       PERFORM FIND-IN-NEW-TABLE
                       IF NOT ENTRY-MATCHED
                           MOVE "D" TO FRM-ACTION
                           PERFORM WRITE-PENDING-CHANGE
                       ELSE
                           IF FRM-TBL-DIVISOR(FRM-SUB2)
                                   NOT = FRM-OLD-DIVISOR(FRM-SUB)
                                   OR FRM-TBL-OFFSET(FRM-SUB2)
                                   NOT = FRM-OLD-OFFSET(FRM-SUB)
                                   OR FRM-TBL-DESC(FRM-SUB2)
                                   NOT = FRM-OLD-DESC(FRM-SUB)
                               MOVE "C" TO FRM-ACTION
                               PERFORM WRITE-PENDING-CHANGE
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM VARYING FRM-SUB2 FROM 1 BY 1
                           UNTIL FRM-SUB2 > FRM-TBL-COUNT
                       PERFORM FIND-IN-OLD-TABLE
                       IF NOT ENTRY-MATCHED
                           MOVE "A" TO FRM-ACTION
                           PERFORM WRITE-PENDING-CHANGE
                       END-IF
                   END-PERFORM
                   CLOSE PENDING-FILE
                   MOVE FRM-REQUEST-COUNT TO FRM-COUNT-EDIT
                   MOVE SPACES TO FRM-WORK-LINE
                   STRING "Changes requested: " FRM-COUNT-EDIT
                       DELIMITED BY SIZE INTO FRM-WORK-LINE
                   WRITE REPORT-LINE FROM FRM-WORK-LINE
                   DISPLAY FRM-COUNT-EDIT " change(s) sent for "
                       "approval."
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "Change report written to FRMMRPT.DAT."
           END-IF.

      * Leaves FRM-SUB2 on the new-library entry for the old entry
      * at FRM-SUB.
       FIND-IN-NEW-TABLE.
           MOVE "N" TO FRM-MATCH-SWITCH
           MOVE 1 TO FRM-SUB2
           PERFORM UNTIL ENTRY-MATCHED OR FRM-SUB2 > FRM-TBL-COUNT
               IF FRM-TBL-CODE(FRM-SUB2) = FRM-OLD-CODE(FRM-SUB)
                       AND FRM-TBL-EFF-DATE(FRM-SUB2)
                           = FRM-OLD-EFF-DATE(FRM-SUB)
                   MOVE "Y" TO FRM-MATCH-SWITCH
               ELSE
                   ADD 1 TO FRM-SUB2
               END-IF
           END-PERFORM.

      * Leaves FRM-SUB on the old-library entry for the new entry at
      * FRM-SUB2.
       FIND-IN-OLD-TABLE.
           MOVE "N" TO FRM-MATCH-SWITCH
           MOVE 1 TO FRM-SUB
           PERFORM UNTIL ENTRY-MATCHED OR FRM-SUB > FRM-OLD-COUNT
               IF FRM-OLD-CODE(FRM-SUB) = FRM-TBL-CODE(FRM-SUB2)
                       AND FRM-OLD-EFF-DATE(FRM-SUB)
                           = FRM-TBL-EFF-DATE(FRM-SUB2)
                   MOVE "Y" TO FRM-MATCH-SWITCH
               ELSE
                   ADD 1 TO FRM-SUB
               END-IF
           END-PERFORM.

      * FRM-SUB points at the old entry (change, delete) and FRM-SUB2
      * at the new one (add, change).
       WRITE-PENDING-CHANGE.
           ADD 1 TO FRM-NEXT-CHANGE-ID
           ADD 1 TO FRM-REQUEST-COUNT
           MOVE SPACES TO PENDING-RECORD
           MOVE FRM-NEXT-CHANGE-ID TO PND-CHANGE-ID
           MOVE "FORM" TO PND-AREA
           MOVE FRM-ACTION TO PND-ACTION
           MOVE "P" TO PND-STATUS
           MOVE FRM-OPERATOR-ID TO PND-REQUESTER
           MOVE FRM-CURRENT-DATE TO PND-REQUEST-DATE
           EVALUATE FRM-ACTION
               WHEN "A"
                   MOVE "ADD" TO FRM-ACTION-TEXT
                   MOVE FRM-TBL-CODE(FRM-SUB2) TO PND-KEY(1:4)
                   MOVE FRM-TBL-EFF-DATE(FRM-SUB2) TO PND-KEY(5:8)
               WHEN "C"
                   MOVE "CHANGE" TO FRM-ACTION-TEXT
                   MOVE FRM-OLD-CODE(FRM-SUB) TO PND-KEY(1:4)
                   MOVE FRM-OLD-EFF-DATE(FRM-SUB) TO PND-KEY(5:8)
               WHEN OTHER
                   MOVE "DELETE" TO FRM-ACTION-TEXT
                   MOVE FRM-OLD-CODE(FRM-SUB) TO PND-KEY(1:4)
                   MOVE FRM-OLD-EFF-DATE(FRM-SUB) TO PND-KEY(5:8)
           END-EVALUATE
           MOVE SPACES TO FRM-WORK-LINE
           STRING "Change " FRM-NEXT-CHANGE-ID " " FRM-ACTION-TEXT
               " " PND-KEY(1:4) " eff " PND-KEY(5:8)
               " - approved by: pending"
               DELIMITED BY SIZE INTO FRM-WORK-LINE
           WRITE REPORT-LINE FROM FRM-WORK-LINE
           IF FRM-ACTION NOT = "A"
               MOVE FRM-OLD-IMAGE(FRM-SUB) TO PND-BEFORE-IMAGE
               MOVE FRM-OLD-DIVISOR(FRM-SUB) TO FRM-DIV-EDIT
               MOVE FRM-OLD-OFFSET(FRM-SUB) TO FRM-OFF-EDIT
               MOVE SPACES TO FRM-WORK-LINE
               STRING "  Before: " FRM-OLD-CODE(FRM-SUB)
                   " eff " FRM-OLD-EFF-DATE(FRM-SUB)
                   " div " FRM-DIV-EDIT
                   " off " FRM-OFF-EDIT
                   " " FRM-OLD-DESC(FRM-SUB)
                   DELIMITED BY SIZE INTO FRM-WORK-LINE
               WRITE REPORT-LINE FROM FRM-WORK-LINE
           END-IF
           IF FRM-ACTION NOT = "D"
               MOVE FRM-TBL-CODE(FRM-SUB2) TO FRM-IMG-CODE
               MOVE FRM-TBL-DIVISOR(FRM-SUB2) TO FRM-IMG-DIVISOR
               MOVE FRM-TBL-OFFSET(FRM-SUB2) TO FRM-IMG-OFFSET
               MOVE FRM-TBL-EFF-DATE(FRM-SUB2) TO FRM-IMG-EFF-DATE
               MOVE FRM-TBL-DESC(FRM-SUB2) TO FRM-IMG-DESC
               MOVE FRM-IMAGE TO PND-AFTER-IMAGE
               MOVE FRM-TBL-DIVISOR(FRM-SUB2) TO FRM-DIV-EDIT
               MOVE FRM-TBL-OFFSET(FRM-SUB2) TO FRM-OFF-EDIT
               MOVE SPACES TO FRM-WORK-LINE
               STRING "  After:  " FRM-TBL-CODE(FRM-SUB2)
                   " eff " FRM-TBL-EFF-DATE(FRM-SUB2)
                   " div " FRM-DIV-EDIT
                   " off " FRM-OFF-EDIT
                   " " FRM-TBL-DESC(FRM-SUB2)
                   DELIMITED BY SIZE INTO FRM-WORK-LINE
               WRITE REPORT-LINE FROM FRM-WORK-LINE
           END-IF
           WRITE PENDING-RECORD.

       WRITE-REPORT-HEADING.
           MOVE "COBOLCalc Formula Library Change Report"
               TO FRM-WORK-LINE
           WRITE REPORT-LINE FROM FRM-WORK-LINE
           MOVE SPACES TO FRM-WORK-LINE
           STRING "Requested by " FRM-OPERATOR-ID " on "
               FRM-CURRENT-DATE
               " - effective once approved in CALCAPRV"
               DELIMITED BY SIZE INTO FRM-WORK-LINE
           WRITE REPORT-LINE FROM FRM-WORK-LINE
           MOVE SPACES TO FRM-WORK-LINE
           WRITE REPORT-LINE FROM FRM-WORK-LINE.

       END PROGRAM CALCFRMM.
