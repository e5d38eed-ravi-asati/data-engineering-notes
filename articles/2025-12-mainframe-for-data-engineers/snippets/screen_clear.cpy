      *> Cleared false-positive record -- a normalized name that a
      *> compliance officer has reviewed against one watch-list entry
      *> and found not to be that party. Keyed on the name + entry pair
      *> in an indexed file, so the shared SCREEN-NAME routine can skip
      *> that one pairing on every later screening while the same name
      *> still hits any other entry. Written by WATCH-LIST-MAINT CLEAR
      *> and CLEARNAME.
       01  SCREEN-CLEAR-REC.
           05 SCL-KEY.
              10 SCL-NORM-NAME   PIC X(40).
              10 SCL-ENTRY-ID    PIC X(10).
           05 SCL-CLEARED-BY     PIC X(8).   *> operator ID
           05 SCL-CLEARED-DATE   PIC 9(8).   *> YYYYMMDD
           05 SCL-REASON         PIC X(40).
