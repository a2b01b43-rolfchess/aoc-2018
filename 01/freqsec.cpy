      *> FREQSEC - security log line layout, appended by every program
      *> that checks the operator authority file (FREQAUTH) and read
      *> by FREQSECR, the access report. One line per check, granted
      *> or refused: when (the processing date and time, never a
      *> business date), the operator id as given, the program and the
      *> function asked for, what it was to act on, and for a refusal
      *> the reason. FREQUENCY adds a granted line each time a run's
      *> OFFSRESEND override actually lets a transmission through.
           05 SEC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SEC-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 SEC-OPERATOR-ID PIC X(10).
           05 FILLER PIC X(1).
           05 SEC-PROGRAM PIC X(10).
           05 FILLER PIC X(1).
           05 SEC-FUNCTION PIC X(8).
           05 FILLER PIC X(1).
           05 SEC-RESULT PIC X(7).
              88 SEC-GRANTED VALUE 'GRANTED'.
              88 SEC-REFUSED VALUE 'REFUSED'.
           05 FILLER PIC X(1).
           05 SEC-DETAIL PIC X(40).
           05 FILLER PIC X(1).
           05 SEC-REASON PIC X(30).
           05 FILLER PIC X(6).
