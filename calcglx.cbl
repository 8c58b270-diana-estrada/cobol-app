      *          count, hash of GL-FINAL-TOTAL), marks each extracted
      *          record sent, and reports anything sent more than two
      *          days ago that the GL system has not acknowledged.
      *          Each company is transmitted as its own GLIH/GLIT
      *          envelope, so the GL system can post and balance each
      *          legal entity separately.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 GL-SENT-DATE PIC X(8).
       FD  GL-FEED-NEW-FILE.
       01  GL-FEED-NEW-RECORD PIC X(40).
       01  GL-FEED-NEW-FIELDS.
           05 GLW-COMPANY-CODE PIC X(04).
           05 GLW-COST-CENTER PIC X(06).
           05 GLW-RUN-DATE PIC X(08).
           05 GLW-FINAL-TOTAL PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
           05 GLW-SEND-STATUS PIC X.
           05 GLW-SENT-DATE PIC X(8).
      * The GL system's fixed interface format: a GLIH header, one
      * GLID record per feed row, and a GLIT trailer carrying the
      * record count and the hash of the transmitted final totals.
      * Header and trailer both name the company the envelope holds.
       FD  XMIT-FILE.
       01  XMIT-HEADER-RECORD.
           05 XH-REC-TYPE PIC X(4).
           05 XH-EXTRACT-DATE PIC X(8).
           05 XH-SENDER PIC X(8).
           05 XH-COMPANY-CODE PIC X(4).
       01  XMIT-DETAIL-RECORD.
           05 XD-REC-TYPE PIC X(4).
           05 XD-COMPANY-CODE PIC X(4).
           05 XT-REC-TYPE PIC X(4).
           05 XT-RECORD-COUNT PIC 9(6).
           05 XT-HASH-TOTAL PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 XT-COMPANY-CODE PIC X(4).
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-COST-CENTER PIC X(6).

           01 GLX-STREAM-OK-SWITCH PIC X VALUE "N".
               88 STREAM-OK VALUE "Y".
           01 GLX-XMIT-OK-SWITCH PIC X VALUE "N".
               88 XMIT-OK VALUE "Y".

      * Records picked for extract are marked X (in flight) on the
      * work file during the stream and tallied by company; the
      * transmission is then written one company envelope at a time
      * from the work file, and the copy back to GLFEED.DAT turns X
      * into S. Company 0001 always gets an envelope, even an empty
      * one, as the single envelope always went out before. A feed
      * record without a company belongs to 0001.
           01 GLX-DEFAULT-COMPANY PIC X(4) VALUE "0001".
           01 GLX-COMPANY PIC X(4).
           01 GLX-HELD-COUNT PIC 9(6) VALUE ZERO.
           01 GLX-CO-COUNT PIC 9(3) VALUE ZERO.
           01 GLX-CO-SUB PIC 9(3) VALUE ZERO.
           01 GLX-CO-TABLE.
               05 GLX-CO-ENTRY OCCURS 500 TIMES.
                   10 GLX-CO-CODE PIC X(4).
                   10 GLX-CO-EXTRACT-COUNT PIC 9(6).
                   10 GLX-CO-HASH-TOTAL PIC S9(11)V99.

      * The feed itself streams through - read, updated, written to
      * the work file record by record - so it can grow without
           MOVE SPACES TO GLX-WORK-LINE
           WRITE REPORT-LINE FROM GLX-WORK-LINE

           MOVE 1 TO GLX-CO-COUNT
           MOVE GLX-DEFAULT-COMPANY TO GLX-CO-CODE(1)
           MOVE ZERO TO GLX-CO-EXTRACT-COUNT(1)
           MOVE ZERO TO GLX-CO-HASH-TOTAL(1)

           PERFORM LOAD-ACK-TABLE
           PERFORM STREAM-FEED-FILE
           PERFORM REPORT-ORPHAN-ACKS
           IF STREAM-OK
               PERFORM WRITE-XMIT-FILE
           END-IF
           IF XMIT-OK
               PERFORM COPY-WORK-TO-FEED
           END-IF
           PERFORM WRITE-EXTRACT-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Extract report written to GLXRPT.DAT."

           IF RETURN-CODE = ZERO
               IF GLX-HELD-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = ZERO
               IF GLX-ACK-REJECT-COUNT > ZERO
                       OR GLX-UNACK-COUNT > ZERO
               CLOSE GL-FEED-FILE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-FEED
                   READ GL-FEED-FILE
                       AT END
                           MOVE "Y" TO GLX-FEED-EOF-SWITCH
                       NOT AT END
                           PERFORM PROCESS-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
               CLOSE GL-FEED-NEW-FILE
               MOVE "Y" TO GLX-STREAM-OK-SWITCH
           END-IF.

       PROCESS-FEED-RECORD.
               END-IF
           END-IF.

      * A record whose company cannot be tabled stays queued for
      * the next run rather than being marked sent when it was not,
      * and the run ends with return code 8 so it is looked at.
       EXTRACT-CURRENT-RECORD.
           IF GL-COMPANY-CODE = SPACES
               MOVE GLX-DEFAULT-COMPANY TO GLX-COMPANY
           ELSE
               MOVE GL-COMPANY-CODE TO GLX-COMPANY
           END-IF
           PERFORM FIND-EXTRACT-COMPANY
           IF GLX-CO-SUB = ZERO
               ADD 1 TO GLX-HELD-COUNT
               MOVE SPACES TO GLX-WORK-LINE
               STRING "Company table full - held for next run: "
                   GLX-COMPANY " " GL-COST-CENTER " " GL-RUN-DATE
                   DELIMITED BY SIZE INTO GLX-WORK-LINE
               WRITE REPORT-LINE FROM GLX-WORK-LINE
           ELSE
               ADD 1 TO GLX-EXTRACT-COUNT
               ADD GL-FINAL-TOTAL TO GLX-HASH-TOTAL
               ADD 1 TO GLX-CO-EXTRACT-COUNT(GLX-CO-SUB)
               ADD GL-FINAL-TOTAL TO GLX-CO-HASH-TOTAL(GLX-CO-SUB)
               MOVE "X" TO GL-SEND-STATUS
               MOVE GLX-CURRENT-DATE TO GL-SENT-DATE
           END-IF.

       FIND-EXTRACT-COMPANY.
           MOVE ZERO TO GLX-CO-SUB
           PERFORM VARYING GLX-CO-SUB FROM 1 BY 1
                   UNTIL GLX-CO-SUB > GLX-CO-COUNT
                   OR GLX-CO-CODE(GLX-CO-SUB) = GLX-COMPANY
               CONTINUE
           END-PERFORM
           IF GLX-CO-SUB > GLX-CO-COUNT
               IF GLX-CO-COUNT < 500
                   ADD 1 TO GLX-CO-COUNT
                   MOVE GLX-CO-COUNT TO GLX-CO-SUB
                   MOVE GLX-COMPANY TO GLX-CO-CODE(GLX-CO-SUB)
                   MOVE ZERO TO GLX-CO-EXTRACT-COUNT(GLX-CO-SUB)
                   MOVE ZERO TO GLX-CO-HASH-TOTAL(GLX-CO-SUB)
               ELSE
                   MOVE ZERO TO GLX-CO-SUB
               END-IF
           END-IF.

      * One envelope per company: the work file is read once per
      * company and that company's in-flight records go out between
      * its header and trailer. If the transmission cannot be
      * written the feed is left as it was and the same records are
      * picked up again next run.
       WRITE-XMIT-FILE.
           OPEN OUTPUT XMIT-FILE
           IF GLX-XMIT-STATUS NOT = "00"
               DISPLAY "Unable to open GLXMIT.DAT - nothing "
                   "changed."
               MOVE "Transmission file could not be opened."
                   TO GLX-WORK-LINE
               WRITE REPORT-LINE FROM GLX-WORK-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "Y" TO GLX-XMIT-OK-SWITCH
               PERFORM VARYING GLX-CO-SUB FROM 1 BY 1
                       UNTIL GLX-CO-SUB > GLX-CO-COUNT
                   PERFORM WRITE-COMPANY-ENVELOPE
               END-PERFORM
               CLOSE XMIT-FILE
           END-IF.

      * A company's envelope is written whole or not at all: if the
      * feed work file cannot be read back, neither header nor
      * trailer goes out and the transmission is not counted as
      * written, so GLFEED.DAT is left for the next run.
       WRITE-COMPANY-ENVELOPE.
           IF GLX-CO-EXTRACT-COUNT(GLX-CO-SUB) > ZERO
               OPEN INPUT GL-FEED-NEW-FILE
               IF GLX-FEED-NEW-STATUS NOT = "00"
                   DISPLAY "Unable to read feed work file for company "
                       GLX-CO-CODE(GLX-CO-SUB) " - status "
                       GLX-FEED-NEW-STATUS
                   MOVE SPACES TO GLX-WORK-LINE
                   STRING "*** Company " GLX-CO-CODE(GLX-CO-SUB)
                       " not transmitted - feed work file status "
                       GLX-FEED-NEW-STATUS " ***"
                       DELIMITED BY SIZE INTO GLX-WORK-LINE
                   WRITE REPORT-LINE FROM GLX-WORK-LINE
                   MOVE "N" TO GLX-XMIT-OK-SWITCH
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-ENVELOPE-HEADER
                   MOVE "N" TO GLX-NEW-EOF-SWITCH
                   PERFORM UNTIL END-OF-NEW-FEED
                       READ GL-FEED-NEW-FILE
                           AT END
                               MOVE "Y" TO GLX-NEW-EOF-SWITCH
                           NOT AT END
                               IF GLW-SEND-STATUS = "X"
                                   PERFORM WRITE-XMIT-DETAIL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GL-FEED-NEW-FILE
                   PERFORM WRITE-ENVELOPE-TRAILER
               END-IF
           ELSE
               PERFORM WRITE-ENVELOPE-HEADER
               PERFORM WRITE-ENVELOPE-TRAILER
           END-IF.

       WRITE-ENVELOPE-HEADER.
           MOVE SPACES TO XMIT-HEADER-RECORD
           MOVE "GLIH" TO XH-REC-TYPE
           MOVE GLX-CURRENT-DATE TO XH-EXTRACT-DATE
           MOVE GLX-SENDER-ID TO XH-SENDER
           MOVE GLX-CO-CODE(GLX-CO-SUB) TO XH-COMPANY-CODE
           WRITE XMIT-HEADER-RECORD.

       WRITE-ENVELOPE-TRAILER.
           MOVE SPACES TO XMIT-TRAILER-RECORD
           MOVE "GLIT" TO XT-REC-TYPE
           MOVE GLX-CO-EXTRACT-COUNT(GLX-CO-SUB) TO XT-RECORD-COUNT
           MOVE GLX-CO-HASH-TOTAL(GLX-CO-SUB) TO XT-HASH-TOTAL
           MOVE GLX-CO-CODE(GLX-CO-SUB) TO XT-COMPANY-CODE
           WRITE XMIT-TRAILER-RECORD.

       WRITE-XMIT-DETAIL.
           IF GLW-COMPANY-CODE = SPACES
               MOVE GLX-DEFAULT-COMPANY TO GLX-COMPANY
           ELSE
               MOVE GLW-COMPANY-CODE TO GLX-COMPANY
           END-IF
           IF GLX-COMPANY = GLX-CO-CODE(GLX-CO-SUB)
               MOVE SPACES TO XMIT-DETAIL-RECORD
               MOVE "GLID" TO XD-REC-TYPE
               MOVE GLX-COMPANY TO XD-COMPANY-CODE
               MOVE GLW-COST-CENTER TO XD-COST-CENTER
               MOVE GLW-RUN-DATE TO XD-RUN-DATE
               MOVE GLW-FINAL-TOTAL TO XD-FINAL-TOTAL
               WRITE XMIT-DETAIL-RECORD
           END-IF.

      * An acknowledgment that matched no sent record means the two
      * sides disagree about what was transmitted.
                           AT END
                               MOVE "Y" TO GLX-NEW-EOF-SWITCH
                           NOT AT END
                               MOVE GL-FEED-NEW-RECORD
                                   TO GL-FEED-RECORD
                               IF GL-SEND-STATUS = "X"
                                   MOVE "S" TO GL-SEND-STATUS
                               END-IF
                               WRITE GL-FEED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE GL-FEED-NEW-FILE
           MOVE SPACES TO GLX-WORK-LINE
           STRING "Unacknowledged 2+ days: " GLX-COUNT-EDIT
               DELIMITED BY SIZE INTO GLX-WORK-LINE
           WRITE REPORT-LINE FROM GLX-WORK-LINE
           IF GLX-HELD-COUNT > ZERO
               MOVE GLX-HELD-COUNT TO GLX-COUNT-EDIT
               MOVE SPACES TO GLX-WORK-LINE
               STRING "Held for next run:      " GLX-COUNT-EDIT
                   DELIMITED BY SIZE INTO GLX-WORK-LINE
               WRITE REPORT-LINE FROM GLX-WORK-LINE
           END-IF
           MOVE SPACES TO GLX-WORK-LINE
           WRITE REPORT-LINE FROM GLX-WORK-LINE
           PERFORM VARYING GLX-CO-SUB FROM 1 BY 1
                   UNTIL GLX-CO-SUB > GLX-CO-COUNT
               MOVE GLX-CO-EXTRACT-COUNT(GLX-CO-SUB) TO GLX-COUNT-EDIT
               MOVE GLX-CO-HASH-TOTAL(GLX-CO-SUB) TO GLX-TOTAL-EDIT
               MOVE SPACES TO GLX-WORK-LINE
               STRING "Company " GLX-CO-CODE(GLX-CO-SUB)
                   " extracted: " GLX-COUNT-EDIT
                   " hash: " GLX-TOTAL-EDIT
                   DELIMITED BY SIZE INTO GLX-WORK-LINE
               WRITE REPORT-LINE FROM GLX-WORK-LINE
           END-PERFORM.

       END PROGRAM CALCGLX.
