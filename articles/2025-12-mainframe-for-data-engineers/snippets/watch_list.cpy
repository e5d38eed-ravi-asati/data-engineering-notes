      *> Watch-list record -- one row per name published on a
      *> regulator's sanctions or watch list, keyed on WL-ENTRY-ID (the
      *> list's own reference) in an indexed file. WATCH-LIST-MAINT LOAD
      *> replaces the file from each new list, carrying the name both as
      *> published and in the normalized form the screening routines in
      *> sanction_screen.cpy compare against. A name dropped from the
      *> list stays on file as 'D' so past hits can still be traced.
       01  WATCH-LIST-REC.
           05 WL-ENTRY-ID        PIC X(10).
           05 WL-LIST-NAME       PIC X(40).
           05 WL-NORM-NAME       PIC X(40).
           05 WL-LIST-SOURCE     PIC X(8).
                          *> issuing list, e.g. UNSC, OFAC, DOMESTIC
           05 WL-ENTRY-TYPE      PIC X(1).
                          *> 'I' = individual, 'E' = entity
           05 WL-STATUS          PIC X(1).
                          *> 'A' = active, 'D' = delisted
           05 WL-LOAD-DATE       PIC 9(8).   *> YYYYMMDD
