       *> The role ladder, expressed as ranks for the comparison.
       01 WS-OPSGN-HAVE-RANK      PIC 9(1).
       01 WS-OPSGN-NEED-RANK      PIC 9(1).

       *> Every sign-on is audited with the OS user behind it -- the
       *> one fact the operator-stamped audit lines no longer carry.
       *> The caller's pending target/key are kept across the line.
       01 WS-OPSGN-OS-USER        PIC X(30).
       01 WS-OPSGN-SAVE-TARGET    PIC X(200).
       01 WS-OPSGN-SAVE-KEY       PIC X(80).
