      *> FREQRSN - reject reason-code table, shared by FREQUENCY
      *> (which stamps the code on each exceptions-listing line) and
      *> FREQPARE (which analyses rejects by it). Each entry is a
      *> four-character code and its standard text; the text is what
      *> the exception line carries after the code. A new validation
      *> rule gets a new entry here, never a reused code, so that
      *> figures stay comparable from one period to the next. Codes
      *> RJnn are records rejected by validation, SPnn records held
      *> out by the spike guard.
           05 RSN-ENTRY-COUNT PIC 9(2) VALUE 5.
           05 RSN-VALUES.
              10 FILLER PIC X(44)
                 VALUE 'RJ01INVALID SIGN'.
              10 FILLER PIC X(44)
                 VALUE 'RJ02NON-NUMERIC LINE'.
              10 FILLER PIC X(44)
                 VALUE 'RJ03BAD DECIMAL FORMAT'.
              10 FILLER PIC X(44)
                 VALUE 'RJ04DECIMAL VALUE ON WHOLE-NUMBER FEED'.
              10 FILLER PIC X(44)
                 VALUE 'SP01SPIKE OVER MAX STEP'.
           05 RSN-TABLE REDEFINES RSN-VALUES.
              10 RSN-ENTRY OCCURS 5 TIMES.
                 15 RSN-CODE PIC X(4).
                 15 RSN-TEXT PIC X(40).
