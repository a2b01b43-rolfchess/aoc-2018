      *> FREQACK - transmission acknowledgment status row, rewritten
      *> whole by FREQACK each run: one row per downstream consumer
      *> and registered transmission it is expected to acknowledge.
      *> What was sent (from the transmission register), what the
      *> consumer reported loading (zero when nothing has come back),
      *> the status, and the hours since the file was created.
      *>   ACKNOWLEDGED    loaded count and hash agree with the sent
      *>   SHORT-LOADED    acknowledged, but the count or the hash
      *>                   loaded differs from what was sent
      *>   UNACKNOWLEDGED  nothing back within the agreed hours
      *>   AWAITING        nothing back yet, still within the hours
           05 ACK-CONSUMER PIC X(10).
           05 FILLER PIC X(1).
           05 ACK-SEND-SEQ PIC 9(6).
           05 FILLER PIC X(1).
           05 ACK-SENT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 ACK-SENT-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 ACK-SENT-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 ACK-SENT-HASH PIC 9(13).9(3).
           05 FILLER PIC X(1).
           05 ACK-LOADED-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 ACK-LOADED-HASH PIC 9(13).9(3).
           05 FILLER PIC X(1).
           05 ACK-STATUS PIC X(14).
              88 ACK-ACKNOWLEDGED VALUE 'ACKNOWLEDGED'.
              88 ACK-SHORT-LOADED VALUE 'SHORT-LOADED'.
              88 ACK-UNACKNOWLEDGED VALUE 'UNACKNOWLEDGED'.
              88 ACK-AWAITING VALUE 'AWAITING'.
           05 FILLER PIC X(1).
           05 ACK-HOURS PIC 9(6).
