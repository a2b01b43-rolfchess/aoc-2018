      *> FREQSPC - recommended-limits record layout, shared by FREQSPC
      *> (which writes it) and FREQDEVM (whose REVIEW command offers
      *> each one to the operator). One record per device whose
      *> statistical control band, rounded outward to whole units,
      *> differs from its tolerance card: the card limits as they
      *> stood when the recommendation was made, the proposed limits,
      *> and the statistics and reading window behind them. Limits
      *> are carried sign-then-digits, the way the device master card
      *> carries them, so the file can be read by eye.
           05 REC-DEVICE-ID PIC X(10).
           05 REC-CUR-MIN-SIGN PIC X(1).
           05 REC-CUR-MIN PIC 9(12).
           05 REC-CUR-MAX-SIGN PIC X(1).
           05 REC-CUR-MAX PIC 9(12).
           05 REC-NEW-MIN-SIGN PIC X(1).
           05 REC-NEW-MIN PIC 9(12).
           05 REC-NEW-MAX-SIGN PIC X(1).
           05 REC-NEW-MAX PIC 9(12).
           05 REC-READINGS PIC 9(6).
           05 REC-MEAN PIC -(11)9.9(3).
           05 REC-STD-DEV PIC Z(11)9.9(3).
           05 REC-WINDOW-FROM PIC 9(8).
           05 REC-WINDOW-TO PIC 9(8).
