           05 SUS-REJECT-DATE PIC X(8).
           05 FILLER PIC X.
           05 SUS-CURRENCY PIC X(3).
           05 FILLER PIC X.
           05 SUS-REVERSES-DATE PIC X(8).
           05 FILLER PIC X.
           05 SUS-REVERSES-SEQ PIC X(6).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
