      *> FREQEXC - exceptions-listing line layout, shared by
      *> FREQUENCY (2100-LOG-EXCEPTION and 2150-LOG-SPIKE write it),
      *> FREQFIX (which matches corrections on columns 1-11), and
      *> FREQPARE (the reject Pareto). The rejected record's sign and
      *> offset come first exactly as read, then the tag - REJECTED
      *> for a validation reject, HELD OUT for a spike - then the
      *> reason code from the FREQRSN table and its text. The site
      *> id from the offsets-file header (blank when the file had
      *> none), the business date the run posted under, and the
      *> device id follow in fixed columns so the listing can be
      *> analysed across devices and days. Lines written before the
      *> reason code existed carry the text straight after the tag
      *> and nothing from column 75 on.
           05 EXC-ORIGINAL PIC X(11).
           05 EXC-TAG PIC X(13).
           05 EXC-REASON-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 EXC-REASON-TEXT PIC X(43).
           05 FILLER PIC X(2).
           05 EXC-SITE-ID PIC X(10).
           05 FILLER PIC X(1).
           05 EXC-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 EXC-DEVICE-ID PIC X(10).
           05 FILLER PIC X(28).
