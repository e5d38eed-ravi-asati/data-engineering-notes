      *> Screening-hit record -- one row per customer or account whose
      *> name scored against a watch-list entry, keyed on the subject +
      *> entry pair in an indexed file. The subject's accounts stay in
      *> 'S' (screening hold) while any of its hits is open; the
      *> compliance officer works the hits through WATCH-LIST-MAINT
      *> CLEAR (false positive -- remembered in screen_clear.cpy) or
      *> CONFIRM (true match -- the hold stays).
       01  SCREEN-HIT-REC.
           05 SH-KEY.
              10 SH-SUBJ-TYPE    PIC X(1).
                          *> 'C' = customer master, 'A' = account master
              10 SH-SUBJ-ID      PIC X(10).
              10 SH-ENTRY-ID     PIC X(10).
           05 SH-NORM-NAME       PIC X(40).
           05 SH-LIST-NAME       PIC X(40).
           05 SH-SCORE           PIC 9(3).
           05 SH-STATUS          PIC X(1).
                          *> 'O' = open, 'C' = cleared (false positive),
                          *> 'T' = confirmed true match
           05 SH-HIT-SOURCE      PIC X(8).
                          *> ADD, LINK, LOAD or RESCREEN
           05 SH-HIT-DATE        PIC 9(8).   *> YYYYMMDD
           05 SH-DECIDE-USER     PIC X(8).
           05 SH-DECIDE-DATE     PIC 9(8).
