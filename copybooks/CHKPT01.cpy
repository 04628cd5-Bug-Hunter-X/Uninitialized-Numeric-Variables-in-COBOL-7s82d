      *    RESTART RESUMES AT THE RIGHT COMPUTATION INSTEAD OF
      *    RE-APPLYING THE POSTED CHUNKS.
           05  CHKPT-FLUSHED-COUNT     PIC 9(5).
      *    SET ONCE THE SORTED PASS IS COMPLETE AND INTER-ACCOUNT
      *    TRANSFERS ARE POSTING (CHKPT-LAST-KEY IS THEN HIGH-VALUES):
      *    THE EDIT-PASS SEQUENCE OF THE LAST TRANSFER DONE, SO A
      *    RESTART PASSES OVER EVERY TRANSFER UP TO IT. ZERO AT EVERY
      *    OTHER CHECKPOINT; SPACES ON A CHECKPOINT WRITTEN BEFORE
      *    THIS FIELD EXISTED.
           05  CHKPT-XFER-SEQ          PIC 9(7).
