IDENTIFICATION DIVISION.
PROGRAM-ID. FREQACK.
*> Receiver acknowledgment intake. FREQXMIT registers every outbound
*> transmission on the transmission register (layout FREQXREG) with
*> its send sequence, record count and hash total, but nothing came
*> back the other way: a consumer that missed a pickup, or loaded
*> half a file, was only found when someone downstream complained.
*> Each downstream consumer now returns an acknowledgment file
*> carrying, for every transmission it loaded, the send sequence and
*> the record count and hash total it actually loaded. This program
*> matches those against the register, consumer by consumer, and
*> marks each transmission:
*>
*>   ACKNOWLEDGED    loaded count and hash agree with what was sent
*>   SHORT-LOADED    acknowledged, but the count or hash differs
*>   UNACKNOWLEDGED  nothing back within the consumer's agreed hours
*>   AWAITING        nothing back yet, still within the hours
*>
*> The status of every transmission for every consumer is rewritten
*> to the acknowledgment status file (layout FREQACK) each run. The
*> report lists, per consumer, everything not acknowledged, every
*> gap in the acknowledged sequence (a transmission not acknowledged
*> when later ones were), and acknowledgments naming a send sequence
*> the register never sent.
*>
*> Each UNACKNOWLEDGED or SHORT-LOADED transmission also goes on the
*> transmission alert file, in the alert-line layout FREQUENCY
*> writes, which FREQALWB LOAD takes beside the device alerts: the
*> alert's device id is XMIT and the six-digit send sequence, its
*> date and run sequence the file's creation date and time, its FREQ
*> the record count sent, and its reason the status and consumer -
*> so a transmission is worked, aged and closed on the workbench like
*> a device alert. The file is rewritten each run; LOAD does not take
*> an alert it already holds, so one still outstanding keeps its age.
*>
*> Consumer list, one card per downstream consumer: consumer id
*> 1-10, agreed hours to acknowledge 12-15 (blank for the FREQACKHRS
*> default), first send sequence the consumer is expected to
*> acknowledge 17-22 (blank for all), acknowledgment file name
*> 24-103.
*>
*> Acknowledgment file, one '|'-delimited line per transmission
*> loaded, in the style of the interface file itself:
*>   A|send-sequence|records-loaded|hash-total-loaded
*> A later line for the same send sequence replaces an earlier one
*> (a reload).
*>
*> Files via environment: FREQXMITREG transmission register (default
*> freqxmit.reg, the same symbol FREQXMIT writes under), FREQACKL
*> consumer list (default freqack.lst), FREQACKS acknowledgment
*> status file (default freqack.sts), FREQACKR report (default
*> freqack.rpt), FREQACKA transmission alert file (default
*> freqack.alr). FREQACKHRS sets the default agreed hours (24).
*>
*> Condition codes: 0 everything due has been acknowledged in full,
*> 4 a transmission is unacknowledged or short-loaded, there is a gap
*> in a consumer's acknowledged sequence, or an acknowledgment file
*> is missing or holds lines that cannot be matched, 8 the register
*> or consumer list is missing or the list is empty, a parameter is
*> invalid, a table overflowed, or an output could not be written.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT XMIT-REG-FILE ASSIGN TO DYNAMIC WS-XMIT-REG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMIT-REG-STATUS.
        SELECT CONSUMER-LIST-FILE ASSIGN TO DYNAMIC WS-CONSUMER-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONSUMER-STATUS.
        SELECT ACK-IN-FILE ASSIGN TO DYNAMIC WS-ACK-IN-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-IN-STATUS.
        SELECT ACK-STATUS-FILE ASSIGN TO DYNAMIC WS-ACK-STATUS-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS-STATUS.
        SELECT ACK-REPORT-FILE ASSIGN TO DYNAMIC WS-ACK-RPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-RPT-STATUS.
        SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD XMIT-REG-FILE.
    01 XMIT-REG-RECORD.
        COPY "freqxreg.cpy".

    FD CONSUMER-LIST-FILE.
    01 CONSUMER-CARD.
        05 CC-CONSUMER-ID PIC X(10).
        05 FILLER PIC X(1).
        05 CC-HOURS PIC X(4).
        05 FILLER PIC X(1).
        05 CC-FIRST-SEQ PIC X(6).
        05 FILLER PIC X(1).
        05 CC-ACK-FILE PIC X(80).

    FD ACK-IN-FILE.
    01 ACK-IN-LINE PIC X(132).

    FD ACK-STATUS-FILE.
    01 ACK-STATUS-RECORD.
        COPY "freqack.cpy".

    FD ACK-REPORT-FILE.
    01 ACK-RPT-LINE PIC X(132).

    *> Alert line as FREQUENCY writes it and FREQALWB LOAD reads it.
    FD ALERT-FILE.
    01 ALERT-LINE PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-XMIT-REG-FILE PIC X(80) VALUE 'freqxmit.reg'.
    01 WS-XMIT-REG-STATUS PIC X(2).
    01 WS-CONSUMER-FILE PIC X(80) VALUE 'freqack.lst'.
    01 WS-CONSUMER-STATUS PIC X(2).
    01 WS-ACK-IN-FILE PIC X(80).
    01 WS-ACK-IN-STATUS PIC X(2).
    01 WS-ACK-STATUS-FILE PIC X(80) VALUE 'freqack.sts'.
    01 WS-ACK-STATUS-STATUS PIC X(2).
    01 WS-ACK-RPT-FILE PIC X(80) VALUE 'freqack.rpt'.
    01 WS-ACK-RPT-STATUS PIC X(2).
    01 WS-ALERT-FILE PIC X(80) VALUE 'freqack.alr'.
    01 WS-ALERT-STATUS PIC X(2).
    01 WS-PARM-ENV PIC X(80).

    01 FILE-EOF PIC 1.
    01 WS-LIST-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-RUN-DATE PIC 9(8).
    01 WS-RUN-TIME-RAW PIC 9(8).
    01 WS-RUN-TIME-R REDEFINES WS-RUN-TIME-RAW.
        05 WS-RUN-TIME-HHMMSS PIC 9(6).
        05 WS-RUN-TIME-HS PIC 9(2).
    01 WS-RUN-DATE-DISPLAY PIC 9999/99/99.
    01 WS-TABLE-FULL PIC X(1) VALUE 'N'.

    *> Agreed hours to acknowledge, when a consumer card leaves them
    *> blank.
    01 WS-DEFAULT-HOURS PIC 9(4) VALUE 24.

    *> The register, loaded whole in send-sequence order, with room
    *> for the acknowledgment of the consumer being matched.
    01 WS-XR-MAX PIC 9(5) VALUE 5000.
    01 WS-XR-COUNT PIC 9(5) VALUE 0.
    01 WS-XR-SUB PIC 9(5) COMP.
    01 WS-XR-HIT PIC 9(5) COMP.
    01 WS-XR-TABLE.
        05 WS-XR-ENTRY OCCURS 1 TO 5000 TIMES
           DEPENDING ON WS-XR-COUNT.
            10 WS-XR-SEQ PIC 9(6).
            10 WS-XR-DATE PIC 9(8).
            10 WS-XR-TIME PIC 9(6).
            10 WS-XR-COUNT-SENT PIC 9(8).
            10 WS-XR-HASH-SENT PIC 9(13)V9(3).
            10 WS-XR-ACKED PIC X(1).
            10 WS-XR-COUNT-LOADED PIC 9(8).
            10 WS-XR-HASH-LOADED PIC 9(13)V9(3).
    01 WS-XR-LINES-BAD PIC 9(6) VALUE 0.

    *> The consumer being matched.
    01 WS-CONSUMERS PIC 9(4) VALUE 0.
    01 WS-CON-ID PIC X(10).
    01 WS-CON-HOURS PIC 9(4).
    01 WS-CON-FIRST-SEQ PIC 9(6).
    01 WS-CON-CARD-OK PIC X(1).
    01 WS-CON-HIGH-ACK PIC 9(6).
    01 WS-CON-ACKED PIC 9(6).
    01 WS-CON-SHORT PIC 9(6).
    01 WS-CON-UNACKED PIC 9(6).
    01 WS-CON-AWAITING PIC 9(6).
    01 WS-CON-GAPS PIC 9(6).
    01 WS-CON-UNKNOWN PIC 9(6).
    01 WS-CON-REPEATS PIC 9(6).
    01 WS-CON-BAD-LINES PIC 9(6).

    *> One acknowledgment line, split on '|'.
    01 WS-AK-TYPE PIC X(10).
    01 WS-AK-SEQ-X PIC X(20).
    01 WS-AK-COUNT-X PIC X(20).
    01 WS-AK-HASH-X PIC X(30).
    01 WS-AK-SEQ PIC 9(6).
    01 WS-AK-COUNT PIC 9(8).
    01 WS-AK-HASH PIC 9(13)V9(3).

    *> An open run of transmissions missing from the acknowledged
    *> sequence, closed off by the next one acknowledged.
    01 WS-GAP-OPEN PIC X(1).
    01 WS-GAP-FROM PIC 9(6).
    01 WS-GAP-TO PIC 9(6).

    *> Hours since a transmission was created, from the creation
    *> date and time on the register to now.
    01 WS-NOW-SECS PIC 9(6).
    01 WS-SENT-SECS PIC 9(6).
    01 WS-ELAPSED-SECS PIC S9(12).
    01 WS-ELAPSED-HOURS PIC 9(6).
    01 WS-TIME-PARTS.
        05 WS-TIME-HH PIC 9(2).
        05 WS-TIME-MM PIC 9(2).
        05 WS-TIME-SS PIC 9(2).
    01 WS-TIME-9 REDEFINES WS-TIME-PARTS PIC 9(6).

    *> Run totals across all consumers.
    01 WS-TOT-ACKED PIC 9(6) VALUE 0.
    01 WS-TOT-SHORT PIC 9(6) VALUE 0.
    01 WS-TOT-UNACKED PIC 9(6) VALUE 0.
    01 WS-TOT-AWAITING PIC 9(6) VALUE 0.
    01 WS-TOT-GAPS PIC 9(6) VALUE 0.
    01 WS-TOT-ALERTS PIC 9(6) VALUE 0.
    01 WS-FILES-MISSING PIC 9(4) VALUE 0.
    01 WS-FILES-UNMATCHED PIC 9(6) VALUE 0.

    *> Report and alert line fields.
    01 WS-DATE-DISPLAY PIC 9999/99/99.
    01 WS-COUNT-DISPLAY PIC Z(7)9.
    01 WS-LOADED-DISPLAY PIC Z(7)9.
    01 WS-HASH-DISPLAY PIC Z(12)9.9(3).
    01 WS-LOADED-HASH-DISPLAY PIC Z(12)9.9(3).
    01 WS-HOURS-DISPLAY PIC Z(5)9.
    01 WS-HOURS-4-DISPLAY PIC Z(3)9.
    01 WS-STATUS-TEXT PIC X(14).
    01 WS-ALERT-DEVICE PIC X(10).
    01 WS-ALERT-REASON PIC X(30).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
    IF WS-RUN-RC < 8
        PERFORM 1000-LOAD-REGISTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1500-OPEN-OUTPUTS
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2000-MATCH-CONSUMERS
        PERFORM 3000-WRITE-RUN-TOTALS
        CLOSE ACK-STATUS-FILE
        CLOSE ACK-REPORT-FILE
        CLOSE ALERT-FILE
    END-IF.
    DISPLAY 'ACKNOWLEDGMENTS: ' WS-CONSUMERS ' CONSUMER(S), '
        WS-TOT-ACKED ' ACKNOWLEDGED, ' WS-TOT-SHORT ' SHORT-LOADED, '
        WS-TOT-UNACKED ' UNACKNOWLEDGED, ' WS-TOT-AWAITING
        ' AWAITING, ' WS-TOT-GAPS ' GAP(S)'.
    IF (WS-TOT-SHORT > 0 OR WS-TOT-UNACKED > 0 OR WS-TOT-GAPS > 0
        OR WS-FILES-MISSING > 0 OR WS-FILES-UNMATCHED > 0
        OR WS-XR-LINES-BAD > 0)
        AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0100-GET-RUN-PARMS.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQXMITREG'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-XMIT-REG-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQACKL'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-CONSUMER-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQACKS'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ACK-STATUS-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQACKR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ACK-RPT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQACKA'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ALERT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQACKHRS'.
    IF WS-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            AND FUNCTION NUMVAL(WS-PARM-ENV) > 0
            AND FUNCTION NUMVAL(WS-PARM-ENV) < 10000
            COMPUTE WS-DEFAULT-HOURS = FUNCTION NUMVAL(WS-PARM-ENV)
        ELSE
            DISPLAY 'FREQACKHRS NOT A NUMBER FROM 1 TO 9999: '
                FUNCTION TRIM(WS-PARM-ENV)
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

1000-LOAD-REGISTER.
    OPEN INPUT XMIT-REG-FILE.
    IF WS-XMIT-REG-STATUS NOT = '00'
        DISPLAY 'TRANSMISSION REGISTER NOT FOUND: ' WS-XMIT-REG-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
                OR WS-TABLE-FULL = 'Y'
            READ XMIT-REG-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF XMIT-REG-RECORD NOT = SPACES
                        PERFORM 1100-STORE-REGISTER-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE XMIT-REG-FILE
        IF WS-XR-LINES-BAD > 0
            DISPLAY 'TRANSMISSION REGISTER: ' WS-XR-LINES-BAD
                ' UNREADABLE ROW(S) LEFT OUT'
        END-IF
    END-IF.

1100-STORE-REGISTER-ROW.
    IF XR-SEND-SEQ IS NOT NUMERIC
        OR XR-DATE IS NOT NUMERIC
        OR XR-TIME IS NOT NUMERIC
        OR XR-REC-COUNT IS NOT NUMERIC
        OR FUNCTION TEST-NUMVAL(XR-HASH) NOT = 0
        ADD 1 TO WS-XR-LINES-BAD
    ELSE
        IF WS-XR-COUNT >= WS-XR-MAX
            DISPLAY 'REGISTER TABLE FULL AT ' WS-XR-COUNT
                ' TRANSMISSIONS - MATCHING ABANDONED'
            MOVE 'Y' TO WS-TABLE-FULL
            MOVE 8 TO WS-RUN-RC
        ELSE
            ADD 1 TO WS-XR-COUNT
            MOVE XR-SEND-SEQ TO WS-XR-SEQ(WS-XR-COUNT)
            MOVE XR-DATE TO WS-XR-DATE(WS-XR-COUNT)
            MOVE XR-TIME TO WS-XR-TIME(WS-XR-COUNT)
            MOVE XR-REC-COUNT TO WS-XR-COUNT-SENT(WS-XR-COUNT)
            COMPUTE WS-XR-HASH-SENT(WS-XR-COUNT) =
                FUNCTION NUMVAL(XR-HASH)
        END-IF
    END-IF.

1500-OPEN-OUTPUTS.
    OPEN OUTPUT ACK-STATUS-FILE.
    IF WS-ACK-STATUS-STATUS NOT = '00'
        DISPLAY 'ACKNOWLEDGMENT STATUS FILE COULD NOT BE OPENED: '
            WS-ACK-STATUS-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        OPEN OUTPUT ACK-REPORT-FILE
        IF WS-ACK-RPT-STATUS NOT = '00'
            DISPLAY 'ACKNOWLEDGMENT REPORT COULD NOT BE OPENED: '
                WS-ACK-RPT-FILE
            MOVE 8 TO WS-RUN-RC
            CLOSE ACK-STATUS-FILE
        ELSE
            OPEN OUTPUT ALERT-FILE
            IF WS-ALERT-STATUS NOT = '00'
                DISPLAY 'TRANSMISSION ALERT FILE COULD NOT BE OPENED: '
                    WS-ALERT-FILE
                MOVE 8 TO WS-RUN-RC
                CLOSE ACK-STATUS-FILE
                CLOSE ACK-REPORT-FILE
            ELSE
                PERFORM 1600-WRITE-REPORT-HEADING
            END-IF
        END-IF
    END-IF.

1600-WRITE-REPORT-HEADING.
    MOVE 'TRANSMISSION ACKNOWLEDGMENTS' TO ACK-RPT-LINE.
    WRITE ACK-RPT-LINE.
    MOVE SPACES TO ACK-RPT-LINE.
    STRING 'AS AT: ' DELIMITED BY SIZE
           WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-RUN-TIME-HHMMSS(1:2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-RUN-TIME-HHMMSS(3:2) DELIMITED BY SIZE
           '   TRANSMISSIONS ON REGISTER: ' DELIMITED BY SIZE
           WS-XR-COUNT DELIMITED BY SIZE
           INTO ACK-RPT-LINE
    END-STRING.
    WRITE ACK-RPT-LINE.
    MOVE SPACES TO ACK-RPT-LINE.
    WRITE ACK-RPT-LINE.

2000-MATCH-CONSUMERS.
    OPEN INPUT CONSUMER-LIST-FILE.
    IF WS-CONSUMER-STATUS NOT = '00'
        DISPLAY 'CONSUMER LIST NOT FOUND: ' WS-CONSUMER-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO WS-LIST-EOF
        PERFORM UNTIL WS-LIST-EOF = 1
            READ CONSUMER-LIST-FILE
                AT END MOVE 1 TO WS-LIST-EOF
                NOT AT END
                    IF CONSUMER-CARD NOT = SPACES
                        PERFORM 2100-MATCH-ONE-CONSUMER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONSUMER-LIST-FILE
        IF WS-CONSUMERS = 0
            DISPLAY 'CONSUMER LIST IS EMPTY: ' WS-CONSUMER-FILE
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

2100-MATCH-ONE-CONSUMER.
    PERFORM 2150-TAKE-CONSUMER-CARD.
    IF WS-CON-CARD-OK = 'Y'
        ADD 1 TO WS-CONSUMERS
        MOVE 0 TO WS-CON-ACKED
        MOVE 0 TO WS-CON-SHORT
        MOVE 0 TO WS-CON-UNACKED
        MOVE 0 TO WS-CON-AWAITING
        MOVE 0 TO WS-CON-GAPS
        MOVE 0 TO WS-CON-UNKNOWN
        MOVE 0 TO WS-CON-REPEATS
        MOVE 0 TO WS-CON-BAD-LINES
        MOVE 0 TO WS-CON-HIGH-ACK
        PERFORM VARYING WS-XR-SUB FROM 1 BY 1
                UNTIL WS-XR-SUB > WS-XR-COUNT
            MOVE 'N' TO WS-XR-ACKED(WS-XR-SUB)
            MOVE 0 TO WS-XR-COUNT-LOADED(WS-XR-SUB)
            MOVE 0 TO WS-XR-HASH-LOADED(WS-XR-SUB)
        END-PERFORM
        PERFORM 2200-WRITE-CONSUMER-HEADING
        PERFORM 2300-LOAD-ACK-FILE
        PERFORM 2500-MARK-TRANSMISSIONS
        PERFORM 2800-WRITE-CONSUMER-TOTALS
    END-IF.

2150-TAKE-CONSUMER-CARD.
    MOVE 'Y' TO WS-CON-CARD-OK.
    MOVE CC-CONSUMER-ID TO WS-CON-ID.
    MOVE WS-DEFAULT-HOURS TO WS-CON-HOURS.
    MOVE 1 TO WS-CON-FIRST-SEQ.
    IF CC-HOURS NOT = SPACES
        IF FUNCTION TRIM(CC-HOURS) IS NUMERIC
            AND FUNCTION NUMVAL(CC-HOURS) > 0
            COMPUTE WS-CON-HOURS = FUNCTION NUMVAL(CC-HOURS)
        ELSE
            MOVE 'N' TO WS-CON-CARD-OK
        END-IF
    END-IF.
    IF CC-FIRST-SEQ NOT = SPACES
        IF FUNCTION TRIM(CC-FIRST-SEQ) IS NUMERIC
            COMPUTE WS-CON-FIRST-SEQ = FUNCTION NUMVAL(CC-FIRST-SEQ)
        ELSE
            MOVE 'N' TO WS-CON-CARD-OK
        END-IF
    END-IF.
    IF CC-CONSUMER-ID = SPACES OR CC-ACK-FILE = SPACES
        MOVE 'N' TO WS-CON-CARD-OK
    END-IF.
    IF WS-CON-CARD-OK = 'N'
        DISPLAY 'CONSUMER CARD NOT USABLE - SKIPPED: ' CONSUMER-CARD
        MOVE SPACES TO ACK-RPT-LINE
        STRING 'CONSUMER CARD NOT USABLE - SKIPPED: ' DELIMITED BY SIZE
               CONSUMER-CARD DELIMITED BY SIZE
               INTO ACK-RPT-LINE
        END-STRING
        WRITE ACK-RPT-LINE
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    ELSE
        MOVE FUNCTION TRIM(CC-ACK-FILE) TO WS-ACK-IN-FILE
    END-IF.

2200-WRITE-CONSUMER-HEADING.
    MOVE WS-CON-HOURS TO WS-HOURS-4-DISPLAY.
    MOVE SPACES TO ACK-RPT-LINE.
    STRING 'CONSUMER ' DELIMITED BY SIZE
           WS-CON-ID DELIMITED BY SIZE
           '  AGREED HOURS: ' DELIMITED BY SIZE
           WS-HOURS-4-DISPLAY DELIMITED BY SIZE
           '  FROM SEQUENCE: ' DELIMITED BY SIZE
           WS-CON-FIRST-SEQ DELIMITED BY SIZE
           '  ACKNOWLEDGMENTS: ' DELIMITED BY SIZE
           WS-ACK-IN-FILE DELIMITED BY SPACE
           INTO ACK-RPT-LINE
    END-STRING.
    WRITE ACK-RPT-LINE.
    MOVE SPACES TO ACK-RPT-LINE.
    STRING '  SEQ    CREATED               SENT         HASH SENT  '
               DELIMITED BY SIZE
           ' LOADED       HASH LOADED  STATUS         HOURS'
               DELIMITED BY SIZE
           INTO ACK-RPT-LINE
    END-STRING.
    WRITE ACK-RPT-LINE.

2300-LOAD-ACK-FILE.
    *> A consumer with no acknowledgment file yet has acknowledged
    *> nothing - every transmission due is matched as such.
    OPEN INPUT ACK-IN-FILE.
    IF WS-ACK-IN-STATUS NOT = '00'
        ADD 1 TO WS-FILES-MISSING
        MOVE SPACES TO ACK-RPT-LINE
        STRING '  ACKNOWLEDGMENT FILE NOT FOUND: ' DELIMITED BY SIZE
               WS-ACK-IN-FILE DELIMITED BY SPACE
               INTO ACK-RPT-LINE
        END-STRING
        WRITE ACK-RPT-LINE
        DISPLAY 'ACKNOWLEDGMENT FILE NOT FOUND FOR ' WS-CON-ID ': '
            WS-ACK-IN-FILE
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ ACK-IN-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF ACK-IN-LINE NOT = SPACES
                        PERFORM 2400-TAKE-ONE-ACK-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACK-IN-FILE
    END-IF.

2400-TAKE-ONE-ACK-LINE.
    MOVE SPACES TO WS-AK-TYPE.
    MOVE SPACES TO WS-AK-SEQ-X.
    MOVE SPACES TO WS-AK-COUNT-X.
    MOVE SPACES TO WS-AK-HASH-X.
    UNSTRING ACK-IN-LINE DELIMITED BY '|'
        INTO WS-AK-TYPE WS-AK-SEQ-X WS-AK-COUNT-X WS-AK-HASH-X
    END-UNSTRING.
    IF WS-AK-TYPE NOT = 'A'
        OR FUNCTION TRIM(WS-AK-SEQ-X) IS NOT NUMERIC
        OR FUNCTION TRIM(WS-AK-COUNT-X) IS NOT NUMERIC
        OR WS-AK-HASH-X = SPACES
        OR FUNCTION TEST-NUMVAL(WS-AK-HASH-X) NOT = 0
        ADD 1 TO WS-CON-BAD-LINES
        ADD 1 TO WS-FILES-UNMATCHED
        MOVE SPACES TO ACK-RPT-LINE
        STRING '  UNREADABLE ACKNOWLEDGMENT LINE: ' DELIMITED BY SIZE
               ACK-IN-LINE DELIMITED BY SIZE
               INTO ACK-RPT-LINE
        END-STRING
        WRITE ACK-RPT-LINE
    ELSE
        COMPUTE WS-AK-SEQ = FUNCTION NUMVAL(WS-AK-SEQ-X)
        COMPUTE WS-AK-COUNT = FUNCTION NUMVAL(WS-AK-COUNT-X)
        COMPUTE WS-AK-HASH = FUNCTION NUMVAL(WS-AK-HASH-X)
        MOVE 0 TO WS-XR-HIT
        PERFORM VARYING WS-XR-SUB FROM 1 BY 1
                UNTIL WS-XR-SUB > WS-XR-COUNT
            IF WS-XR-SEQ(WS-XR-SUB) = WS-AK-SEQ
                MOVE WS-XR-SUB TO WS-XR-HIT
                MOVE WS-XR-COUNT TO WS-XR-SUB
            END-IF
        END-PERFORM
        IF WS-XR-HIT = 0
            ADD 1 TO WS-CON-UNKNOWN
            ADD 1 TO WS-FILES-UNMATCHED
            MOVE SPACES TO ACK-RPT-LINE
            STRING '  ' DELIMITED BY SIZE
                   WS-AK-SEQ DELIMITED BY SIZE
                   '  ACKNOWLEDGED BUT NEVER SENT - NOT ON THE '
                   DELIMITED BY SIZE
                   'TRANSMISSION REGISTER' DELIMITED BY SIZE
                   INTO ACK-RPT-LINE
            END-STRING
            WRITE ACK-RPT-LINE
        ELSE
            IF WS-XR-ACKED(WS-XR-HIT) = 'Y'
                ADD 1 TO WS-CON-REPEATS
            END-IF
            MOVE 'Y' TO WS-XR-ACKED(WS-XR-HIT)
            MOVE WS-AK-COUNT TO WS-XR-COUNT-LOADED(WS-XR-HIT)
            MOVE WS-AK-HASH TO WS-XR-HASH-LOADED(WS-XR-HIT)
            IF WS-AK-SEQ > WS-CON-HIGH-ACK
                MOVE WS-AK-SEQ TO WS-CON-HIGH-ACK
            END-IF
        END-IF
    END-IF.

2500-MARK-TRANSMISSIONS.
    *> Register order is send-sequence order. A transmission with
    *> nothing back, below the highest sequence the consumer has
    *> acknowledged, is a gap: later files were loaded and this one
    *> was not. Consecutive ones are reported as one range.
    MOVE 'N' TO WS-GAP-OPEN.
    PERFORM VARYING WS-XR-SUB FROM 1 BY 1
            UNTIL WS-XR-SUB > WS-XR-COUNT
        IF WS-XR-SEQ(WS-XR-SUB) >= WS-CON-FIRST-SEQ
            PERFORM 2600-MARK-ONE-TRANSMISSION
        END-IF
    END-PERFORM.
    PERFORM 2750-CLOSE-GAP.

2600-MARK-ONE-TRANSMISSION.
    PERFORM 2650-HOURS-SINCE-SENT.
    MOVE SPACES TO ACK-STATUS-RECORD.
    MOVE WS-CON-ID TO ACK-CONSUMER.
    MOVE WS-XR-SEQ(WS-XR-SUB) TO ACK-SEND-SEQ.
    MOVE WS-XR-DATE(WS-XR-SUB) TO ACK-SENT-DATE.
    MOVE WS-XR-TIME(WS-XR-SUB) TO ACK-SENT-TIME.
    MOVE WS-XR-COUNT-SENT(WS-XR-SUB) TO ACK-SENT-COUNT.
    MOVE WS-XR-HASH-SENT(WS-XR-SUB) TO ACK-SENT-HASH.
    MOVE WS-XR-COUNT-LOADED(WS-XR-SUB) TO ACK-LOADED-COUNT.
    MOVE WS-XR-HASH-LOADED(WS-XR-SUB) TO ACK-LOADED-HASH.
    MOVE WS-ELAPSED-HOURS TO ACK-HOURS.
    EVALUATE TRUE
        WHEN WS-XR-ACKED(WS-XR-SUB) = 'Y'
            AND WS-XR-COUNT-LOADED(WS-XR-SUB)
                = WS-XR-COUNT-SENT(WS-XR-SUB)
            AND WS-XR-HASH-LOADED(WS-XR-SUB)
                = WS-XR-HASH-SENT(WS-XR-SUB)
            SET ACK-ACKNOWLEDGED TO TRUE
            ADD 1 TO WS-CON-ACKED
        WHEN WS-XR-ACKED(WS-XR-SUB) = 'Y'
            SET ACK-SHORT-LOADED TO TRUE
            ADD 1 TO WS-CON-SHORT
        WHEN WS-ELAPSED-HOURS >= WS-CON-HOURS
            SET ACK-UNACKNOWLEDGED TO TRUE
            ADD 1 TO WS-CON-UNACKED
        WHEN OTHER
            SET ACK-AWAITING TO TRUE
            ADD 1 TO WS-CON-AWAITING
    END-EVALUATE.
    MOVE ACK-STATUS TO WS-STATUS-TEXT.
    WRITE ACK-STATUS-RECORD.
    IF WS-XR-ACKED(WS-XR-SUB) = 'N'
        AND WS-XR-SEQ(WS-XR-SUB) < WS-CON-HIGH-ACK
        IF WS-GAP-OPEN = 'N'
            MOVE 'Y' TO WS-GAP-OPEN
            MOVE WS-XR-SEQ(WS-XR-SUB) TO WS-GAP-FROM
        END-IF
        MOVE WS-XR-SEQ(WS-XR-SUB) TO WS-GAP-TO
    ELSE
        PERFORM 2750-CLOSE-GAP
    END-IF.
    IF WS-STATUS-TEXT NOT = 'ACKNOWLEDGED'
        PERFORM 2700-WRITE-DETAIL-LINE
    END-IF.
    IF WS-STATUS-TEXT = 'SHORT-LOADED'
        OR WS-STATUS-TEXT = 'UNACKNOWLEDGED'
        PERFORM 2900-WRITE-ALERT
    END-IF.

2650-HOURS-SINCE-SENT.
    MOVE WS-RUN-TIME-HHMMSS TO WS-TIME-9.
    COMPUTE WS-NOW-SECS =
        WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
    MOVE WS-XR-TIME(WS-XR-SUB) TO WS-TIME-9.
    COMPUTE WS-SENT-SECS =
        WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
    COMPUTE WS-ELAPSED-SECS =
        (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
         - FUNCTION INTEGER-OF-DATE(WS-XR-DATE(WS-XR-SUB))) * 86400
        + WS-NOW-SECS - WS-SENT-SECS.
    IF WS-ELAPSED-SECS < 0
        MOVE 0 TO WS-ELAPSED-HOURS
    ELSE
        COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-SECS / 3600
    END-IF.

2700-WRITE-DETAIL-LINE.
    MOVE WS-XR-DATE(WS-XR-SUB) TO WS-DATE-DISPLAY.
    MOVE WS-XR-COUNT-SENT(WS-XR-SUB) TO WS-COUNT-DISPLAY.
    MOVE WS-XR-HASH-SENT(WS-XR-SUB) TO WS-HASH-DISPLAY.
    MOVE WS-XR-COUNT-LOADED(WS-XR-SUB) TO WS-LOADED-DISPLAY.
    MOVE WS-XR-HASH-LOADED(WS-XR-SUB) TO WS-LOADED-HASH-DISPLAY.
    MOVE WS-ELAPSED-HOURS TO WS-HOURS-DISPLAY.
    MOVE SPACES TO ACK-RPT-LINE.
    IF WS-XR-ACKED(WS-XR-SUB) = 'Y'
        STRING '  ' DELIMITED BY SIZE
               WS-XR-SEQ(WS-XR-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-XR-TIME(WS-XR-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LOADED-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LOADED-HASH-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               WS-HOURS-DISPLAY DELIMITED BY SIZE
               INTO ACK-RPT-LINE
        END-STRING
    ELSE
        STRING '  ' DELIMITED BY SIZE
               WS-XR-SEQ(WS-XR-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-XR-TIME(WS-XR-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               '        -                 -  ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               WS-HOURS-DISPLAY DELIMITED BY SIZE
               INTO ACK-RPT-LINE
        END-STRING
    END-IF.
    WRITE ACK-RPT-LINE.

2750-CLOSE-GAP.
    IF WS-GAP-OPEN = 'Y'
        MOVE 'N' TO WS-GAP-OPEN
        ADD 1 TO WS-CON-GAPS
        MOVE SPACES TO ACK-RPT-LINE
        STRING '  *** GAP IN ACKNOWLEDGED SEQUENCE: ' DELIMITED BY SIZE
               WS-GAP-FROM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-GAP-TO DELIMITED BY SIZE
               ' NOT ACKNOWLEDGED, LATER TRANSMISSIONS WERE'
               DELIMITED BY SIZE
               INTO ACK-RPT-LINE
        END-STRING
        WRITE ACK-RPT-LINE
    END-IF.

2800-WRITE-CONSUMER-TOTALS.
    MOVE SPACES TO ACK-RPT-LINE.
    STRING '  ACKNOWLEDGED: ' DELIMITED BY SIZE
           WS-CON-ACKED DELIMITED BY SIZE
           '  SHORT-LOADED: ' DELIMITED BY SIZE
           WS-CON-SHORT DELIMITED BY SIZE
           '  UNACKNOWLEDGED: ' DELIMITED BY SIZE
           WS-CON-UNACKED DELIMITED BY SIZE
           '  AWAITING: ' DELIMITED BY SIZE
           WS-CON-AWAITING DELIMITED BY SIZE
           '  GAPS: ' DELIMITED BY SIZE
           WS-CON-GAPS DELIMITED BY SIZE
           INTO ACK-RPT-LINE
    END-STRING.
    WRITE ACK-RPT-LINE.
    IF WS-CON-UNKNOWN > 0 OR WS-CON-REPEATS > 0
        OR WS-CON-BAD-LINES > 0
        MOVE SPACES TO ACK-RPT-LINE
        STRING '  NEVER SENT: ' DELIMITED BY SIZE
               WS-CON-UNKNOWN DELIMITED BY SIZE
               '  RELOADS (LATEST TAKEN): ' DELIMITED BY SIZE
               WS-CON-REPEATS DELIMITED BY SIZE
               '  UNREADABLE LINES: ' DELIMITED BY SIZE
               WS-CON-BAD-LINES DELIMITED BY SIZE
               INTO ACK-RPT-LINE
        END-STRING
        WRITE ACK-RPT-LINE
    END-IF.
    MOVE SPACES TO ACK-RPT-LINE.
    WRITE ACK-RPT-LINE.
    ADD WS-CON-ACKED TO WS-TOT-ACKED.
    ADD WS-CON-SHORT TO WS-TOT-SHORT.
    ADD WS-CON-UNACKED TO WS-TOT-UNACKED.
    ADD WS-CON-AWAITING TO WS-TOT-AWAITING.
    ADD WS-CON-GAPS TO WS-TOT-GAPS.

2900-WRITE-ALERT.
    *> Same layout as FREQUENCY's 2700-WRITE-ALERT, so FREQALWB LOAD
    *> parses it unchanged.
    MOVE SPACES TO WS-ALERT-DEVICE.
    STRING 'XMIT' DELIMITED BY SIZE
           WS-XR-SEQ(WS-XR-SUB) DELIMITED BY SIZE
           INTO WS-ALERT-DEVICE
    END-STRING.
    MOVE SPACES TO WS-ALERT-REASON.
    STRING FUNCTION TRIM(WS-STATUS-TEXT) DELIMITED BY SIZE
           ' BY ' DELIMITED BY SIZE
           WS-CON-ID DELIMITED BY SIZE
           INTO WS-ALERT-REASON
    END-STRING.
    MOVE WS-XR-DATE(WS-XR-SUB) TO WS-DATE-DISPLAY.
    MOVE SPACES TO ALERT-LINE.
    STRING WS-DATE-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-ALERT-DEVICE DELIMITED BY SIZE
           ' SEQ=' DELIMITED BY SIZE
           WS-XR-TIME(WS-XR-SUB) DELIMITED BY SIZE
           ' FREQ=' DELIMITED BY SIZE
           WS-XR-COUNT-SENT(WS-XR-SUB) DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-ALERT-REASON DELIMITED BY SIZE
           INTO ALERT-LINE
    END-STRING.
    WRITE ALERT-LINE.
    ADD 1 TO WS-TOT-ALERTS.

3000-WRITE-RUN-TOTALS.
    MOVE SPACES TO ACK-RPT-LINE.
    STRING 'CONSUMERS: ' DELIMITED BY SIZE
           WS-CONSUMERS DELIMITED BY SIZE
           '   ACKNOWLEDGED: ' DELIMITED BY SIZE
           WS-TOT-ACKED DELIMITED BY SIZE
           '   SHORT-LOADED: ' DELIMITED BY SIZE
           WS-TOT-SHORT DELIMITED BY SIZE
           '   UNACKNOWLEDGED: ' DELIMITED BY SIZE
           WS-TOT-UNACKED DELIMITED BY SIZE
           '   AWAITING: ' DELIMITED BY SIZE
           WS-TOT-AWAITING DELIMITED BY SIZE
           INTO ACK-RPT-LINE
    END-STRING.
    WRITE ACK-RPT-LINE.
    MOVE SPACES TO ACK-RPT-LINE.
    STRING 'GAPS: ' DELIMITED BY SIZE
           WS-TOT-GAPS DELIMITED BY SIZE
           '   ALERTS FOR THE WORKBENCH: ' DELIMITED BY SIZE
           WS-TOT-ALERTS DELIMITED BY SIZE
           '   ACKNOWLEDGMENT FILES NOT FOUND: ' DELIMITED BY SIZE
           WS-FILES-MISSING DELIMITED BY SIZE
           INTO ACK-RPT-LINE
    END-STRING.
    WRITE ACK-RPT-LINE.
    IF WS-XR-LINES-BAD > 0
        MOVE SPACES TO ACK-RPT-LINE
        STRING 'UNREADABLE REGISTER ROWS: ' DELIMITED BY SIZE
               WS-XR-LINES-BAD DELIMITED BY SIZE
               ' - LEFT OUT OF THE MATCH' DELIMITED BY SIZE
               INTO ACK-RPT-LINE
        END-STRING
        WRITE ACK-RPT-LINE
    END-IF.
