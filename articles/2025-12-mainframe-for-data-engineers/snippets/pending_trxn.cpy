           05 PND-SUBMIT-DATE    PIC 9(8).
           05 PND-DECIDE-USER    PIC X(30).
           05 PND-DECIDE-DATE    PIC 9(8).
           05 PND-HOLD-REASON    PIC X(4).
                          *> why it was diverted: 'APPR' amount over
                          *> the approval threshold, 'VELO' velocity
                          *> limits, 'SCRN' watch-list screening hit
