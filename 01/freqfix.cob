*> as it appears at the front of the exception line) alongside its
*> corrected sign (col 12) and corrected offset (cols 13-22).
*>
*> Records FREQUENCY's spike guard held out of the total sit on the
*> same exceptions listing (tagged HELD OUT) and are cleared the
*> same way: a card restating the original sign and offset unchanged
*> confirms the reading was genuine, a card with a different value
*> corrects it - either way the value on the card is applied.
*>
*> The prior published frequency is read from the device's record
*> on the keyed current-position file, which the amendment then moves
*> on; the extract is only scanned for a device the file does not
*> hold yet.
*>
*> Corrections are only applied for the operator named in FREQOPER
*> when that id's card on the shared operator authority file grants
*> FIXAPPLY; the grant or refusal goes on the security log before
*> anything is read.
*>
*> Command line: FREQFIX <device-id>
*> Files via environment: OFFSEXCP exceptions listing, FREQCORR
*> corrections, OFFSEXTR main extract, FREQFIXD delta extract,
*> OFFSAUDT audit trail, FREQFIXR rejected-corrections listing,
*> FREQPOSF current-position file (default freqpos.dat), FREQOPER
*> operator id, FREQAUTH operator authority file (default
*> freqauth.dat), FREQSECL security log (default freqsec.log).
*>
*> Condition codes: 0 all corrections applied, 4 some corrections
*> rejected or unmatched, 8 missing input file, no device id, the
*> current-position file could not be moved on, or the operator is
*> not authorised.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
        SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POS-DEVICE-ID
        FILE STATUS IS WS-POSITION-STATUS.
        SELECT AUTHORITY-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC WS-SECLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> Exception line as written by 2100-LOG-EXCEPTION: the rejected
    *> record's sign and offset in columns 1-11, then the reject
    *> reason code and text, site, business date and device. A record
    *> the spike guard held out (2150-LOG-SPIKE) carries
    *> ' - HELD OUT: ' where a reject carries ' - REJECTED: '. Only
    *> the record and the tag are used here, so listings written
    *> before the reason code read the same.
    FD EXCEPTIONS-FILE.
    01 EXCEPTION-LINE.
        COPY "freqexc.cpy".

    FD CORRECTIONS-FILE.
    01 CORRECTION-RECORD.
    FD AUDIT-FILE.
    01 AUDIT-LINE PIC X(160).

    FD POSITION-FILE.
    01 POSITION-RECORD.
        COPY "freqpos.cpy".

    *> Operator authority card and security log line, the layouts
    *> every program offering a maintenance or override function
    *> shares.
    FD AUTHORITY-FILE.
    01 AUTHORITY-RECORD.
        COPY "freqauth.cpy".

    FD SECURITY-LOG-FILE.
    01 SECURITY-LOG-RECORD.
        COPY "freqsec.cpy".

    WORKING-STORAGE SECTION.
    01 WS-EXCEPT-FILE PIC X(80) VALUE 'exceptions.txt'.
    01 WS-EXCEPT-STATUS PIC X(2).
    01 WS-DELTA-STATUS PIC X(2).
    01 WS-AUDIT-FILE PIC X(80) VALUE 'freqaudit.log'.
    01 WS-AUDIT-STATUS PIC X(2).
    01 WS-POSITION-FILE PIC X(80) VALUE 'freqpos.dat'.
    01 WS-POSITION-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-DEVICE PIC X(10).
    01 WS-PARM-ENV PIC X(80).
    01 WS-AMENDED-DISPLAY PIC -(11)9.9(3).
    01 WS-CORR-APPLIED PIC 9(6) VALUE 0.
    01 WS-CORR-REJECTED PIC 9(6) VALUE 0.
    01 WS-SPIKES-CONFIRMED PIC 9(6) VALUE 0.
    01 WS-SPIKES-CORRECTED PIC 9(6) VALUE 0.

    *> Corrected record, laid out like a detail record from the
    *> offsets feed so it can be put through the same validation
           DEPENDING ON WS-EXC-COUNT.
            10 WS-EXC-ORIGINAL PIC X(11).
            10 WS-EXC-USED PIC X(1).
            10 WS-EXC-SPIKE PIC X(1).

    *> Prior published frequency, looked up the same way FREQUENCY's
    *> carry-forward seed is: the device's current position, or for
    *> a device not on the position file its most recent extract row
    *> by run date and run sequence, the later record on ties.
    01 WS-PRIOR-FREQ PIC S9(12)V9(3) VALUE 0.
    01 WS-PRIOR-FREQ-DISPLAY PIC -(11)9.9(3).
    01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
        05 WS-RUN-SEQ-SS PIC 99.
    01 WS-RECS-TOTAL PIC 9(8).

    *> Operator authority check: who is asking, for which function,
    *> on what, and the answer, which goes on the security log
    *> whether granted or refused.
    01 WS-AUTH-FILE PIC X(80) VALUE 'freqauth.dat'.
    01 WS-AUTH-STATUS PIC X(2).
    01 WS-AUTH-EOF PIC 1.
    01 WS-SECLOG-FILE PIC X(80) VALUE 'freqsec.log'.
    01 WS-SECLOG-STATUS PIC X(2).
    01 WS-AUTH-OPERATOR PIC X(10) VALUE SPACES.
    01 WS-AUTH-FUNCTION PIC X(8).
    01 WS-AUTH-DETAIL PIC X(40) VALUE SPACES.
    01 WS-AUTH-GRANTED PIC X(1).
    01 WS-AUTH-REASON PIC X(30) VALUE SPACES.
    01 WS-AUTH-SUB PIC 9(2) COMP.
    01 WS-AUTH-TIME PIC 9(8).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-DEVICE-ID = SPACES
    ELSE
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY
        PERFORM 0200-CHECK-OPERATOR
        IF WS-RUN-RC < 8
            PERFORM 1000-LOAD-EXCEPTIONS
        END-IF
        IF WS-RUN-RC < 8
            PERFORM 2000-APPLY-CORRECTIONS
        END-IF
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-AUDIT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQPOSF'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-POSITION-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQOPER'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-AUTH-OPERATOR
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQAUTH'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-AUTH-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSECL'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SECLOG-FILE
    END-IF.

0200-CHECK-OPERATOR.
    MOVE 'FIXAPPLY' TO WS-AUTH-FUNCTION.
    MOVE SPACES TO WS-AUTH-DETAIL.
    STRING 'CORRECTIONS FOR DEVICE ' DELIMITED BY SIZE
           WS-DEVICE-ID DELIMITED BY SIZE
           INTO WS-AUTH-DETAIL
    END-STRING.
    PERFORM 9000-CHECK-AUTHORITY.
    IF WS-AUTH-GRANTED = 'N'
        DISPLAY 'CORRECTIONS REFUSED - NOTHING APPLIED FOR '
            WS-DEVICE-ID
        MOVE 8 TO WS-RUN-RC
    END-IF.

1000-LOAD-EXCEPTIONS.
    OPEN INPUT EXCEPTIONS-FILE.
        ADD 1 TO WS-EXC-COUNT
        MOVE EXC-ORIGINAL TO WS-EXC-ORIGINAL(WS-EXC-COUNT)
        MOVE 'N' TO WS-EXC-USED(WS-EXC-COUNT)
        IF EXC-TAG = ' - HELD OUT: '
            MOVE 'Y' TO WS-EXC-SPIKE(WS-EXC-COUNT)
        ELSE
            MOVE 'N' TO WS-EXC-SPIKE(WS-EXC-COUNT)
        END-IF
    END-IF.

2000-APPLY-CORRECTIONS.
        DISPLAY 'CORRECTIONS APPLIED: ' WS-CORR-APPLIED
            ' REJECTED: ' WS-CORR-REJECTED
            ' ADJUSTMENT: ' WS-ADJUSTMENT-DISPLAY
        IF WS-SPIKES-CONFIRMED > 0 OR WS-SPIKES-CORRECTED > 0
            DISPLAY 'HELD-OUT SPIKES CONFIRMED: ' WS-SPIKES-CONFIRMED
                ' CORRECTED: ' WS-SPIKES-CORRECTED
        END-IF
        IF WS-CORR-REJECTED > 0 AND WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    IF WS-RECORD-VALID = 'Y'
        MOVE 'Y' TO WS-EXC-USED(WS-EXC-HIT)
        ADD 1 TO WS-CORR-APPLIED
        IF WS-EXC-SPIKE(WS-EXC-HIT) = 'Y'
            IF CORR-NEW-SIGN = CORR-ORIGINAL(1:1)
                AND CORR-NEW-LINE = CORR-ORIGINAL(2:10)
                ADD 1 TO WS-SPIKES-CONFIRMED
            ELSE
                ADD 1 TO WS-SPIKES-CORRECTED
            END-IF
        END-IF
        COMPUTE WS-OFFSET-VALUE = FUNCTION NUMVAL(WS-OFFSETLINE)
        IF WS-OFFSETSIGN = '-'
            COMPUTE WS-OFFSET-VALUE = 0 - WS-OFFSET-VALUE
        DISPLAY 'DEVICE ' WS-DEVICE-ID ' AMENDED FREQUENCY: '
            WS-AMENDED-DISPLAY
        PERFORM 3200-WRITE-AMENDED-EXTRACT
        PERFORM 3250-UPDATE-CURRENT-POSITION
        PERFORM 3300-WRITE-DELTA-EXTRACT
        PERFORM 3400-LOG-ADJUSTMENT-AUDIT
    END-IF.
    MOVE 'N' TO WS-PRIOR-FOUND.
    MOVE 0 TO WS-PRIOR-DATE.
    MOVE 0 TO WS-PRIOR-SEQ.
    PERFORM 3110-READ-CURRENT-POSITION.
    IF WS-PRIOR-FOUND = 'N'
        PERFORM 3120-SCAN-EXTRACT-FOR-PRIOR
    END-IF.
    IF WS-PRIOR-FOUND = 'Y'
        MOVE WS-PRIOR-FREQ TO WS-PRIOR-FREQ-DISPLAY
        DISPLAY 'PRIOR PUBLISHED FREQUENCY: '
            WS-PRIOR-FREQ-DISPLAY
    ELSE
        DISPLAY 'NO PRIOR FREQUENCY FOR DEVICE ' WS-DEVICE-ID
            ' - AMENDED FROM ZERO'
    END-IF.

3110-READ-CURRENT-POSITION.
    OPEN INPUT POSITION-FILE.
    IF WS-POSITION-STATUS NOT = '00'
        DISPLAY 'NO CURRENT-POSITION FILE AT '
            FUNCTION TRIM(WS-POSITION-FILE) ' (STATUS '
            WS-POSITION-STATUS ') - READING THE EXTRACT'
    ELSE
        MOVE WS-DEVICE-ID TO POS-DEVICE-ID
        READ POSITION-FILE
            INVALID KEY
                DISPLAY 'DEVICE ' WS-DEVICE-ID
                    ' NOT ON THE CURRENT-POSITION FILE'
                    ' - READING THE EXTRACT'
            NOT INVALID KEY
                MOVE 'Y' TO WS-PRIOR-FOUND
                MOVE POS-RUN-DATE TO WS-PRIOR-DATE
                MOVE POS-RUN-SEQ TO WS-PRIOR-SEQ
                COMPUTE WS-PRIOR-FREQ = FUNCTION NUMVAL(POS-FREQUENCY)
        END-READ
        CLOSE POSITION-FILE
    END-IF.

3120-SCAN-EXTRACT-FOR-PRIOR.
    MOVE 0 TO FILE-EOF.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY 'NO EXTRACT AT ' WS-EXTRACT-FILE
    ELSE
        PERFORM UNTIL FILE-EOF = 1
            READ EXTRACT-FILE
            END-READ
        END-PERFORM
        CLOSE EXTRACT-FILE
    END-IF.

3200-WRITE-AMENDED-EXTRACT.
    WRITE EXTRACT-RECORD.
    CLOSE EXTRACT-FILE.

3250-UPDATE-CURRENT-POSITION.
    *> The amendment is now the device's latest published frequency.
    OPEN I-O POSITION-FILE.
    IF WS-POSITION-STATUS = '35'
        *> Only status 35 (file not found) may create: anything else
        *> must stop rather than empty an unreadable position file.
        OPEN OUTPUT POSITION-FILE
        IF WS-POSITION-STATUS = '00'
            CLOSE POSITION-FILE
            OPEN I-O POSITION-FILE
        END-IF
    END-IF.
    IF WS-POSITION-STATUS NOT = '00'
        DISPLAY 'CURRENT-POSITION FILE COULD NOT BE OPENED: '
            FUNCTION TRIM(WS-POSITION-FILE) ' (STATUS '
            WS-POSITION-STATUS ') - NOT CREATED OVER: CONVERT OR'
            ' REBUILD DELIBERATELY'
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE WS-DEVICE-ID TO POS-DEVICE-ID
        READ POSITION-FILE
            INVALID KEY
                MOVE WS-DEVICE-ID TO POS-DEVICE-ID
                MOVE WS-RUN-DATE TO POS-RUN-DATE
                MOVE WS-RUN-SEQ TO POS-RUN-SEQ
                MOVE WS-AMENDED-FREQ TO POS-FREQUENCY
                WRITE POSITION-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
            NOT INVALID KEY
                MOVE WS-RUN-DATE TO POS-RUN-DATE
                MOVE WS-RUN-SEQ TO POS-RUN-SEQ
                MOVE WS-AMENDED-FREQ TO POS-FREQUENCY
                REWRITE POSITION-RECORD
                    INVALID KEY CONTINUE
                END-REWRITE
        END-READ
        IF WS-POSITION-STATUS NOT = '00'
            DISPLAY 'CURRENT POSITION NOT UPDATED FOR DEVICE '
                WS-DEVICE-ID ' (STATUS ' WS-POSITION-STATUS
                ') - RUN FREQPOS REBUILD'
            MOVE 8 TO WS-RUN-RC
        END-IF
        CLOSE POSITION-FILE
    END-IF.

3300-WRITE-DELTA-EXTRACT.
    OPEN EXTEND DELTA-FILE.
    IF WS-DELTA-STATUS NOT = '00'
    END-STRING.
    WRITE AUDIT-LINE.
    CLOSE AUDIT-FILE.

9000-CHECK-AUTHORITY.
    *> Grants or refuses WS-AUTH-FUNCTION to WS-AUTH-OPERATOR from the
    *> shared operator authority file and logs the answer either way.
    *> No file, no id, an id not on the file, a suspended id, or a
    *> function not on the id's card is a refusal.
    MOVE 'N' TO WS-AUTH-GRANTED.
    IF WS-AUTH-OPERATOR = SPACES
        MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
    ELSE
        OPEN INPUT AUTHORITY-FILE
        IF WS-AUTH-STATUS NOT = '00'
            MOVE 'AUTHORITY FILE NOT FOUND' TO WS-AUTH-REASON
        ELSE
            MOVE 'OPERATOR ID NOT ON FILE' TO WS-AUTH-REASON
            MOVE 0 TO WS-AUTH-EOF
            PERFORM UNTIL WS-AUTH-EOF = 1
                READ AUTHORITY-FILE
                    AT END MOVE 1 TO WS-AUTH-EOF
                    NOT AT END
                        IF AUT-OPERATOR-ID = WS-AUTH-OPERATOR
                            MOVE 1 TO WS-AUTH-EOF
                            PERFORM 9050-CHECK-FUNCTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUTHORITY-FILE
        END-IF
    END-IF.
    PERFORM 9100-LOG-SECURITY-EVENT.
    IF WS-AUTH-GRANTED = 'N'
        DISPLAY 'NOT AUTHORISED: ' WS-AUTH-OPERATOR ' FOR '
            WS-AUTH-FUNCTION ' - ' FUNCTION TRIM(WS-AUTH-REASON)
    END-IF.

9050-CHECK-FUNCTION.
    IF AUT-STATUS = 'I'
        MOVE 'OPERATOR ID SUSPENDED' TO WS-AUTH-REASON
    ELSE
        MOVE 'FUNCTION NOT GRANTED' TO WS-AUTH-REASON
        PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                UNTIL WS-AUTH-SUB > 8
            IF AUT-FUNCTION(WS-AUTH-SUB) = WS-AUTH-FUNCTION
                MOVE 'Y' TO WS-AUTH-GRANTED
                MOVE SPACES TO WS-AUTH-REASON
                MOVE 8 TO WS-AUTH-SUB
            END-IF
        END-PERFORM
    END-IF.

9100-LOG-SECURITY-EVENT.
    *> A grant that cannot be logged is withdrawn - the log is the
    *> only record of who used the function.
    OPEN EXTEND SECURITY-LOG-FILE.
    IF WS-SECLOG-STATUS NOT = '00'
        OPEN OUTPUT SECURITY-LOG-FILE
    END-IF.
    IF WS-SECLOG-STATUS NOT = '00'
        DISPLAY 'SECURITY LOG COULD NOT BE OPENED: ' WS-SECLOG-FILE
        IF WS-AUTH-GRANTED = 'Y'
            MOVE 'N' TO WS-AUTH-GRANTED
            MOVE 'SECURITY LOG NOT WRITABLE' TO WS-AUTH-REASON
        END-IF
    ELSE
        MOVE SPACES TO SECURITY-LOG-RECORD
        ACCEPT SEC-DATE FROM DATE YYYYMMDD
        ACCEPT WS-AUTH-TIME FROM TIME
        MOVE WS-AUTH-TIME(1:6) TO SEC-TIME
        MOVE WS-AUTH-OPERATOR TO SEC-OPERATOR-ID
        MOVE 'FREQFIX' TO SEC-PROGRAM
        MOVE WS-AUTH-FUNCTION TO SEC-FUNCTION
        IF WS-AUTH-GRANTED = 'Y'
            SET SEC-GRANTED TO TRUE
        ELSE
            SET SEC-REFUSED TO TRUE
        END-IF
        MOVE WS-AUTH-DETAIL TO SEC-DETAIL
        MOVE WS-AUTH-REASON TO SEC-REASON
        WRITE SECURITY-LOG-RECORD
        CLOSE SECURITY-LOG-FILE
    END-IF.
