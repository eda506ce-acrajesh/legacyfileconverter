      *****************************************************************
      * Generation catalog record, maintained by GENCAT.  One record  *
      * per cataloged file: the data file of a night's output set     *
      * (GC-FILE-TYPE 'DATA') and each side file found beside it      *
      * (GC-FILE-TYPE is the side file's suffix, e.g. CTLRPT, DELTA). *
      * GC-GENERATION numbers a base's nights from 1 upward; the      *
      * records stay in registration order, so a base's generations   *
      * appear in ascending order.  Purged files stay in the catalog  *
      * with GC-STATUS 'P' so a replayed extract date is still caught.*
      *****************************************************************
       01  GEN-CATALOG-RECORD.
           05  GC-BASE                      PIC X(8).
           05  GC-GENERATION                PIC 9(5).
           05  GC-FILE-TYPE                 PIC X(8).
           05  GC-BUSINESS-DATE             PIC 9(8).
           05  GC-EXTRACT-DATE              PIC X(8).
           05  GC-STATUS                    PIC X.
               88  GC-ACTIVE                VALUE 'A'.
               88  GC-PURGED                VALUE 'P'.
           05  GC-CATALOGED-AT              PIC X(14).
           05  GC-PURGED-AT                 PIC X(14).
           05  GC-PATH                      PIC X(120).
           05  FILLER                       PIC X(14).
