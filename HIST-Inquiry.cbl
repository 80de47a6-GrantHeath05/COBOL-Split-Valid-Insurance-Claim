      * PERMANENT CLAIMS HISTORY MASTER (LAYOUT OWNED BY A7HISTLD)
      *-----------------------------------------------------------------
       FD  HIST-MASTER.
       COPY HISTREC.

      * ARCHIVE CONTROL RECORD (LAYOUT OWNED BY A7HSTARC) - THE
      * CUTOFF BELOW WHICH CLAIMS LIVE ON THE HISTARCH ARCHIVE
      * ARCHIVED HISTORY RECORDS, IN THE FULL HIST-REC LAYOUT
      *-----------------------------------------------------------------
       FD  HIST-ARCHIVE.
       01 HIST-ARCH-REC         PIC X(129).

       FD  INQ-RPT-OUT.
       01 INQ-RPT-LINE          PIC X(132).
