      *  on a checkpoint taken with no business date match only a
      *  run that also has none - the side files live under the
      *  undated names, so a dated run cannot rebuild from them).
      *  CKPT-CYCLE-NUMBER does the same for the posting cycle: a
      *  checkpoint from the morning cycle cannot be resumed by the
      *  mid-day cycle, whose side files are a different generation.
      *  CKPT-GL-SUSP-COUNT and CKPT-GL-SUSP-NET carry the items
      *  suspended so far because the GL distribution table was
      *  full, which the control-total proof takes out of the
      *  expected total.  CKPT-JNL-POSTED-COUNT and
      *  CKPT-JNL-SUSPENDED-COUNT carry the journal counts so the
      *  end-of-run journal totals cover the whole run, not just the
      *  part after the restart.
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-COUNTER             PIC 9(5).
           05  CKPT-ALERT-COUNT         PIC 9(5).
           05  CKPT-ANY-OVERFLOW-FLAG   PIC 9.
           05  CKPT-BUSINESS-DATE       PIC X(8).
           05  CKPT-CYCLE-NUMBER        PIC X(1).
           05  CKPT-GL-SUSP-COUNT       PIC 9(5).
           05  CKPT-GL-SUSP-NET         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  CKPT-JNL-POSTED-COUNT    PIC 9(5).
           05  CKPT-JNL-SUSPENDED-COUNT PIC 9(5).
           05  FILLER                   PIC X(10).
