       01 WS-AUDIT-DATE           PIC X(8).
       01 WS-AUDIT-TIME           PIC X(6).
       01 WS-AUDIT-LINE           PIC X(400)  VALUE SPACES.
       *> Set while this program holds the log open, so a shared
       *> routine can append one line mid-run without a second OPEN.
       01 WS-AUDIT-OPEN-SW        PIC X(1)    VALUE "N".
           88 WS-AUDIT-OPEN                   VALUE "Y".
       *> ------------- Tamper-evidence working storage -----------------
       *> Every appended record carries a 9-digit running hash chained
       *> from the record before it -- edit or delete any line and the
