      *> FREQCYC - cycle control record layout, shared by FREQUENCY,
      *> FREQHIST, FREQRECON, and FREQCYCL. One record per cycle
      *> date: the date and a Y/N completion flag per nightly step,
      *> in the order the steps must run. FREQUENCY opens the cycle
      *> (and refuses a date already closed, or one whose history
      *> load has already run), FREQHIST and FREQRECON refuse to run
      *> before FREQUENCY has completed for the date, and FREQCYCL
      *> CLOSE seals the day. The file is kept in date order and
      *> rewritten whole; the last record is the current cycle, and
      *> the earlier ones let a late feed be posted under its own
      *> business date against that day's flags. A file holding the
      *> one record it always held reads as a single current cycle.
           05 CYC-DATE PIC 9(8).
           05 CYC-FREQ-DONE PIC X(1).
           05 CYC-HIST-DONE PIC X(1).
