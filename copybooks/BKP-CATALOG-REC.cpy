      * BKP-CATALOG-REC - shared record layout for the BKPCAT
      * backup catalog: one record per generation file MASTBKP
      * has written and not yet expired, keyed by master and
      * generation. MASTBKP adds the entry when the generation
      * file closes clean and removes it, with the file, once a
      * newer generation pushes it past the retention count;
      * MASTRSTR picks the generation to reload from here by
      * date and checks the file's trailer against the count and
      * hash recorded when it was taken.
      *
      * Pos  1- 8  BC-FILE-NAME       X(8)     Key: master name
      * Pos  9-12  BC-GENERATION      9(4)     Key: backup-set
      *                                        generation
      * Pos 13-20  BC-BACKUP-DATE     9(8)     YYYYMMDD taken
      * Pos 21-28  BC-BACKUP-TIME     9(8)     HHMMSSss taken
      * Pos 29-36  BC-RECORD-COUNT    9(8)     Records unloaded
      * Pos 37-51  BC-HASH-TOTAL      9(15)    Image hash total
      * Pos 52-91  BC-DATASET-NAME    X(40)    Generation file
           05 BC-CATALOG-KEY.
               10 BC-FILE-NAME           PIC X(8) VALUE SPACES.
               10 BC-GENERATION          PIC 9(4) VALUE 0.
           05 BC-BACKUP-DATE             PIC 9(8) VALUE 0.
           05 BC-BACKUP-TIME             PIC 9(8) VALUE 0.
           05 BC-RECORD-COUNT            PIC 9(8) VALUE 0.
           05 BC-HASH-TOTAL              PIC 9(15) VALUE 0.
           05 BC-DATASET-NAME            PIC X(40) VALUE SPACES.
