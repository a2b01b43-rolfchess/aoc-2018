      *> FREQAUTH - operator authority card layout, shared by every
      *> program that offers a maintenance or override function
      *> (FREQDEVM, FREQSWAP, FREQALWB, FREQCYCL, FREQFIX, FREQUENCY)
      *> and by FREQSECR, the access report. One card per operator id:
      *> the id, the operator's name, a status (space active, 'I'
      *> suspended - the card stays so the id's history still reads),
      *> and up to eight function codes the id may use:
      *>   DEVMAINT  FREQDEVM session, FREQSWAP device replacement
      *>   ALERTACK  FREQALWB ACK
      *>   ALERTCLS  FREQALWB CLOSE
      *>   CYCREOPN  FREQCYCL REOPEN
      *>   FIXAPPLY  FREQFIX corrections
      *>   RESEND    FREQUENCY run with OFFSRESEND=Y
      *> An id not on the file, a suspended id, or a function not on
      *> the id's card is refused.
           05 AUT-OPERATOR-ID PIC X(10).
           05 AUT-OPERATOR-NAME PIC X(30).
           05 AUT-STATUS PIC X(1).
           05 AUT-FUNCTIONS.
              10 AUT-FUNCTION PIC X(8) OCCURS 8 TIMES.
