      * PERMANENT CLAIMS HISTORY MASTER (LAYOUT OWNED BY A7HISTLD)
      *-----------------------------------------------------------------
       FD  HIST-MASTER.
       COPY HISTREC.

      * ARCHIVED HISTORY RECORDS, IN THE FULL HIST-REC LAYOUT SO AN
      * ARCHIVED CLAIM READS BACK EXACTLY AS IT LEFT THE MASTER
      *-----------------------------------------------------------------
       FD  HIST-ARCHIVE.
       01 HIST-ARCH-REC         PIC X(129).

      * ARCHIVE CONTROL RECORD - THE OLDEST DATE STILL ON THE
      * MASTER, READ BY A7HINQ TO DECIDE WHEN THE ARCHIVE MUST BE
