*> appends a row to a transmission register recording each file
*> sent, its control totals, and the send sequence - so a missed or
*> duplicated pickup on the receiving side is provable against the
*> register. FREQACK takes the receivers' acknowledgments back
*> against the register.
*>
*> Interface file layout, one '|'-delimited record per line:
*>   H|FREQUENCY|creation-date|creation-time|send-sequence
    FD XMIT-FILE.
    01 XMIT-LINE PIC X(132).

    *> Transmission register row, the layout FREQACK matches the
    *> receivers' acknowledgments against.
    FD XMIT-REG-FILE.
    01 XMIT-REG-RECORD.
        COPY "freqxreg.cpy".

    WORKING-STORAGE SECTION.
    01 WS-EXTRACT-FILE PIC X(80) VALUE 'freqextr.dat'.
