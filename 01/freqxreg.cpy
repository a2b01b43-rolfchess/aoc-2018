      *> FREQXREG - transmission register row, appended by FREQXMIT
      *> for every outbound file it sends and read by FREQACK, which
      *> matches the receivers' acknowledgments against it. Fixed
      *> columns: send sequence 1-6, creation date 8-15, creation
      *> time 17-22, record count 24-31, hash total 33-49 (three
      *> explicit decimals), file name 51-130.
           05 XR-SEND-SEQ PIC 9(6).
           05 FILLER PIC X(1).
           05 XR-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 XR-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 XR-REC-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 XR-HASH PIC 9(13).9(3).
           05 FILLER PIC X(1).
           05 XR-FILE-NAME PIC X(80).
