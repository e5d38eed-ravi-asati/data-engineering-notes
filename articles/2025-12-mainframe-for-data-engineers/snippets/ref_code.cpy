                          *> a non-business day from this channel:
                          *> 'F' = roll forward, 'B' = roll back,
                          *> 'R' or space = reject (the old behaviour)
           05 REF-CASH-FLAG      PIC X(1).
                          *> 'Y' = a cash channel (teller, cash
                          *>       deposit machine, ATM) whose postings
                          *>       count toward the daily cash
                          *>       transaction report; anything else
                          *>       = non-cash
           05 REF-STOP-FLAG      PIC X(1).
                          *> 'Y' = a cheque or direct-debit channel
                          *>       whose debits the writer tests
                          *>       against the stop-payment file;
                          *>       anything else = not tested
           05 REF-SWIFT-TXN-TYPE PIC X(3).
                          *> the SWIFT transaction type the channel's
                          *> entries carry on electronic statements
                          *> ('TRF', 'CHK', 'CHG', 'INT', ...); the
                          *> MT940 :61: code and the camt.053
                          *> proprietary bank transaction code are
                          *> "N" followed by it. Blank = 'MSC'.
