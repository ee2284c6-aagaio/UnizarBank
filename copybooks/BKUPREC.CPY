      *================================================================
      * BKUPREC.CPY
      * RECORD LAYOUT FOR THE NIGHTLY CONTROL-FILE BACKUPS WRITTEN BY
      * CTLBACKUP AND READ BACK BY CTLRESTORE. EACH BACKUP HOLDS ONE
      * INDEXED FILE: A HEADER NAMING THE FILE AND THE BACKUP DATE,
      * ONE DETAIL PER RECORD CARRYING THE RECORD IMAGE AS UNLOADED,
      * AND A TRAILER WITH THE DETAIL COUNT AND THE KEY HASH TOTAL.
      * THE HASH IS THE SUM, OVER EVERY DETAIL, OF EACH CHARACTER OF
      * THE RECORD KEY (AS A 20-BYTE FIELD) TIMES ITS POSITION - BOTH
      * PROGRAMS MUST COMPUTE IT THE SAME WAY.
      *================================================================
       01  BKP-BACKUP-RECORD.
           05  BKP-RECORD-TYPE         PIC X(01).
               88  BKP-HEADER                  VALUE 'H'.
               88  BKP-DETAIL                  VALUE 'D'.
               88  BKP-TRAILER                 VALUE 'T'.
           05  BKP-FILE-ID             PIC X(08).
           05  BKP-BODY                PIC X(130).
           05  BKP-HEADER-BODY REDEFINES BKP-BODY.
               10  BKP-HDR-BACKUP-DATE PIC 9(08).
               10  BKP-HDR-BACKUP-TS   PIC X(26).
               10  BKP-HDR-RECORD-LENGTH
                                       PIC 9(04).
               10  FILLER              PIC X(92).
           05  BKP-TRAILER-BODY REDEFINES BKP-BODY.
               10  BKP-TRL-RECORD-COUNT
                                       PIC 9(09).
               10  BKP-TRL-KEY-HASH    PIC 9(15).
               10  BKP-TRL-BACKUP-DATE PIC 9(08).
               10  FILLER              PIC X(98).
