      *================================================================
      * BKCTLREC.CPY
      * RECORD LAYOUT FOR BACKUP-CONTROL - ONE ENTRY PER CONTROL FILE
      * BACKED UP BY CTLBACKUP, KEYED ON THE FILE'S DD NAME. THE LAST
      * GOOD FIELDS CHANGE ONLY WHEN A BACKUP COMPLETES CLEANLY; THE
      * LAST RUN FIELDS CHANGE EVERY NIGHT, GOOD OR NOT. READ BY
      * PREOPENCHECK TO SHOW THE LAST GOOD BACKUP DATE OF EACH FILE.
      *================================================================
       01  BKC-CONTROL-RECORD.
           05  BKC-FILE-ID             PIC X(08).
           05  BKC-LAST-GOOD-DATE      PIC 9(08).
           05  BKC-LAST-GOOD-TS        PIC X(26).
           05  BKC-LAST-GOOD-COUNT     PIC 9(09).
           05  BKC-LAST-GOOD-HASH      PIC 9(15).
           05  BKC-LAST-RUN-TS         PIC X(26).
           05  BKC-LAST-RUN-RESULT     PIC X(01).
               88  BKC-RUN-GOOD                VALUE 'G'.
               88  BKC-RUN-FAILED              VALUE 'F'.
