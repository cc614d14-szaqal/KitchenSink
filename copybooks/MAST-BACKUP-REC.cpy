      * MAST-BACKUP-REC - record layouts for the generation files
      * MASTBKP unloads each master to and MASTRSTR reloads one
      * from - the EMP-BACKUP-REC.cpy header/detail/trailer shape
      * carried across every master the shop keeps. A detail is
      * the master record image as it sits on the master, so one
      * layout serves every file; the header names the master and
      * generation so a file cannot be reloaded into the wrong
      * master, and the trailer carries the record count and the
      * image hash total (each byte's ordinal weighted by its
      * position in the image, summed over every record) the
      * reload proves itself against. Like EMP-BACKUP-REC.cpy
      * this copybook owns its own 01 levels, since the typed
      * views are REDEFINES siblings; COPY it into WORKING-STORAGE
      * and move records through the FD buffer.
      *
      * Pos  1     MB-RECORD-TYPE     X       H=header D=detail
      *                                       T=trailer
      * Header:
      * Pos  2- 9  MB-HDR-FILE-NAME   X(8)    Master unloaded
      * Pos 10-13  MB-HDR-GENERATION  9(4)    Backup-set generation
      * Pos 14-21  MB-HDR-RUN-DATE    9(8)    YYYYMMDD unloaded
      * Pos 22-29  MB-HDR-RUN-TIME    9(8)    HHMMSSss unloaded
      * Detail:
      * Pos  2-201 MB-DTL-IMAGE       X(200)  Master record image,
      *                                       space-padded
      * Trailer:
      * Pos  2- 9  MB-TRL-RECORD-COUNT 9(8)   Details written
      * Pos 10-24  MB-TRL-HASH-TOTAL  9(15)   Image hash total
       01 MASTER-BACKUP-RECORD.
           05 MB-RECORD-TYPE             PIC X VALUE SPACE.
               88 MB-IS-HEADER                 VALUE 'H'.
               88 MB-IS-DETAIL                 VALUE 'D'.
               88 MB-IS-TRAILER                VALUE 'T'.
           05 MB-RECORD-BODY             PIC X(200) VALUE SPACES.
       01 MASTER-BACKUP-HEADER REDEFINES MASTER-BACKUP-RECORD.
           05 FILLER                     PIC X.
           05 MB-HDR-FILE-NAME           PIC X(8).
           05 MB-HDR-GENERATION          PIC 9(4).
           05 MB-HDR-RUN-DATE            PIC 9(8).
           05 MB-HDR-RUN-TIME            PIC 9(8).
           05 FILLER                     PIC X(172).
       01 MASTER-BACKUP-DETAIL REDEFINES MASTER-BACKUP-RECORD.
           05 FILLER                     PIC X.
           05 MB-DTL-IMAGE               PIC X(200).
       01 MASTER-BACKUP-TRAILER REDEFINES MASTER-BACKUP-RECORD.
           05 FILLER                     PIC X.
           05 MB-TRL-RECORD-COUNT        PIC 9(8).
           05 MB-TRL-HASH-TOTAL          PIC 9(15).
           05 FILLER                     PIC X(177).
