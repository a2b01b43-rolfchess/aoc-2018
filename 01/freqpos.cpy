      *> FREQPOS - current-position record layout, shared by
      *> FREQUENCY, FREQFIX, FREQSCMP, and FREQPOS. One record per
      *> device, keyed on the device id, holding the device's latest
      *> published frequency and the run date and run sequence it was
      *> published under - the same values the newest extract row for
      *> the device carries. FREQUENCY and FREQFIX move it on as they
      *> publish (a late posting never moves it backwards), so the
      *> carry-forward seed and FREQFIX's prior frequency are one
      *> keyed read instead of a pass of the whole extract. FREQPOS
      *> REBUILD recreates it from the extract.
           05 POS-DEVICE-ID PIC X(10).
           05 POS-RUN-DATE PIC 9(8).
           05 POS-FREQUENCY PIC -(11)9.9(3).
           05 POS-RUN-SEQ PIC 9(6).
