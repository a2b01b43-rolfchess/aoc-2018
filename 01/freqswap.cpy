      *> FREQSWAP - device swap register record layout, shared by
      *> FREQSWAP (which appends it) and the programs that follow a
      *> device across its replacements: FREQUENCY (carry-forward
      *> seed), FREQTREND, FREQHIST QUERY, and FREQSCMP. One record
      *> per replacement: the retired id, the id the replacement
      *> unit reports under, the date the new unit took over, why,
      *> who recorded it and when, and the carry-forward frequency
      *> taken across to the new id. A chain of swaps (A replaced by
      *> B, later B by C) is one record per link; each id appears at
      *> most once as a retired id.
           05 SWP-OLD-ID PIC X(10).
           05 SWP-NEW-ID PIC X(10).
           05 SWP-EFFECTIVE-DATE PIC 9(8).
           05 SWP-REASON PIC X(40).
           05 SWP-ACTIONED-BY PIC X(10).
           05 SWP-ACTIONED-DATE PIC 9(8).
           05 SWP-CARRIED-FREQ PIC -(11)9.9(3).
