      * Author: D. Estrada
      * Date: 01/09/2026
      * Purpose: One-time conversion of the audit master. The master
      *          record grew from 89 to 143 bytes (company code,
      *          reversal cross-references, formula code and chain
      *          check value), and an indexed file does not forgive a
      *          record-length change: an old AUDMAST.DAT fails to
      *          open under the new programs. This program reads the
      *          old master and writes AUDMASTN.DAT in the new layout
      *          with the new fields space-filled. Run it once before
      *          the first archive run on the new layout, verify the
      *          counts match, then rename AUDMASTN.DAT to
      *          AUDMAST.DAT.
      * Tectonics: cobc
           05 OM-STATUS PIC X(8).
           05 OM-COST-CENTER PIC X(06).
           05 OM-ROUND-FLAG PIC X.
           05 OM-BATCH-ID PIC X(8).
           05 OM-CURRENCY PIC X(3).
           05 OM-ORIG-NUM1 PIC X(7).
           05 OM-ORIG-NUM2 PIC X(7).
       FD  NEW-MASTER.
       01  NEW-MASTER-RECORD.
           05 NM-KEY.
           05 NM-CURRENCY PIC X(3).
           05 NM-ORIG-NUM1 PIC X(7).
           05 NM-ORIG-NUM2 PIC X(7).
           05 NM-COMPANY-CODE PIC X(4).
           05 NM-REVERSES-DATE PIC X(8).
           05 NM-REVERSES-SEQ PIC X(6).
           05 NM-REVERSED-BY-DATE PIC X(8).
           05 NM-REVERSED-BY-SEQ PIC X(6).
           05 NM-REVERSAL-BATCH PIC X(8).
           05 NM-FORMULA-CODE PIC X(4).
           05 NM-CHAIN-VALUE PIC X(10).
       WORKING-STORAGE SECTION.
           01 AMC-OLD-STATUS PIC XX.
           01 AMC-NEW-STATUS PIC XX.

      * The new fields did not exist when these records were
      * written; they are carried as spaces, exactly as a daily
      * audit file from before the change archives. A blank company
      * reads as 0001, the only company there was.
       CONVERT-ONE-RECORD.
           MOVE SPACES TO NEW-MASTER-RECORD
           MOVE OM-RUN-DATE TO NM-RUN-DATE
           MOVE OM-STATUS TO NM-STATUS
           MOVE OM-COST-CENTER TO NM-COST-CENTER
           MOVE OM-ROUND-FLAG TO NM-ROUND-FLAG
           MOVE OM-BATCH-ID TO NM-BATCH-ID
           MOVE OM-CURRENCY TO NM-CURRENCY
           MOVE OM-ORIG-NUM1 TO NM-ORIG-NUM1
           MOVE OM-ORIG-NUM2 TO NM-ORIG-NUM2
           WRITE NEW-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Duplicate key " OM-KEY
