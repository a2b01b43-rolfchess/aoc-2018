IDENTIFICATION DIVISION.
PROGRAM-ID. FREQSECR.
*> Operator access report. The maintenance and override functions -
*> a FREQDEVM session or a FREQSWAP replacement, FREQALWB ACK and
*> CLOSE, FREQCYCL REOPEN, FREQFIX corrections, and a FREQUENCY run
*> with OFFSRESEND=Y - are only carried out for an operator id whose
*> card on the shared operator authority file (layout FREQAUTH)
*> grants the function, and each program writes every grant and
*> every refusal to the security log (layout FREQSEC). This program
*> reads that log back for a period and reports:
*>
*>   - who used which function in the period: for each operator id
*>     and function, the number of attempts granted and refused and
*>     the date of the latest;
*>   - every refused attempt in the period, with what it was for and
*>     why it was refused;
*>   - every id on the authority file with the date it last had a
*>     function granted (over the whole log up to the period end).
*>     An active id with nothing granted in the idle limit before the
*>     period end, or never, is flagged so its access can be reviewed
*>     and withdrawn. A suspended id is shown as such, not flagged.
*>
*> Command line: FREQSECR [period-days [end-date-YYYYMMDD]]
*> The period defaults to the 30 days ending today.
*> Files via environment: FREQSECL security log (default
*> freqsec.log), FREQAUTH operator authority file (default
*> freqauth.dat), FREQSRPT access report (default freqsecr.rpt),
*> FREQIDLE idle limit in days (default 90).
*>
*> Condition codes: 0 nothing to follow up, 4 refused attempts in
*> the period, idle active ids, or log lines that could not be read,
*> 8 the log or authority file is missing, a parameter is invalid,
*> a table overflowed, or the report could not be written.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC WS-SECLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.
        SELECT AUTHORITY-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
        SELECT ACCESS-REPORT-FILE ASSIGN TO DYNAMIC WS-ACC-RPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACC-RPT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> Security log line as the checking programs append it.
    FD SECURITY-LOG-FILE.
    01 SECURITY-LOG-RECORD.
        COPY "freqsec.cpy".

    *> Operator authority card.
    FD AUTHORITY-FILE.
    01 AUTHORITY-RECORD.
        COPY "freqauth.cpy".

    FD ACCESS-REPORT-FILE.
    01 ACC-RPT-LINE PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-SECLOG-FILE PIC X(80) VALUE 'freqsec.log'.
    01 WS-SECLOG-STATUS PIC X(2).
    01 WS-AUTH-FILE PIC X(80) VALUE 'freqauth.dat'.
    01 WS-AUTH-STATUS PIC X(2).
    01 WS-ACC-RPT-FILE PIC X(80) VALUE 'freqsecr.rpt'.
    01 WS-ACC-RPT-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-DAYS PIC X(10).
    01 WS-PARM-END PIC X(10).
    01 WS-PARM-ENV PIC X(80).

    01 FILE-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-RUN-DATE PIC 9(8).

    *> The period asked for, and the date an id must have been used
    *> on or after not to be idle.
    01 WS-PERIOD-DAYS PIC 9(4) VALUE 30.
    01 WS-PERIOD-FROM PIC 9(8) VALUE 0.
    01 WS-PERIOD-TO PIC 9(8) VALUE 0.
    01 WS-PERIOD-FROM-DISPLAY PIC 9999/99/99.
    01 WS-PERIOD-TO-DISPLAY PIC 9999/99/99.
    01 WS-IDLE-DAYS PIC 9(4) VALUE 90.
    01 WS-IDLE-FROM PIC 9(8) VALUE 0.
    01 WS-IDLE-DAYS-DISPLAY PIC Z(3)9.

    01 WS-LINES-READ PIC 9(8) VALUE 0.
    01 WS-LINES-UNREADABLE PIC 9(8) VALUE 0.
    01 WS-LINES-IN-PERIOD PIC 9(8) VALUE 0.
    01 WS-GRANTS-IN-PERIOD PIC 9(8) VALUE 0.
    01 WS-REFUSALS-IN-PERIOD PIC 9(8) VALUE 0.
    01 WS-IDS-IDLE PIC 9(6) VALUE 0.
    01 WS-TABLE-FULL PIC X(1) VALUE 'N'.

    *> One entry per card on the authority file, with the latest date
    *> the id had a function granted on or before the period end.
    01 WS-OP-MAX PIC 9(4) VALUE 1000.
    01 WS-OP-COUNT PIC 9(4) VALUE 0.
    01 WS-OP-SUB PIC 9(4) COMP.
    01 WS-OP-HIT PIC 9(4) COMP.
    01 WS-OP-TABLE.
        05 WS-OP-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-OP-COUNT.
            10 WS-OP-ID PIC X(10).
            10 WS-OP-NAME PIC X(30).
            10 WS-OP-STATUS PIC X(1).
            10 WS-OP-LAST-USED PIC 9(8).

    *> One entry per operator id and function used in the period,
    *> kept in id / function order for the report.
    01 WS-US-MAX PIC 9(4) VALUE 2000.
    01 WS-US-COUNT PIC 9(4) VALUE 0.
    01 WS-US-SUB PIC 9(4) COMP.
    01 WS-US-SUB-2 PIC 9(4) COMP.
    01 WS-US-HIT PIC 9(4) COMP.
    01 WS-US-TABLE.
        05 WS-US-ENTRY OCCURS 1 TO 2000 TIMES
           DEPENDING ON WS-US-COUNT.
            10 WS-US-KEY.
                15 WS-US-OPERATOR PIC X(10).
                15 WS-US-FUNCTION PIC X(8).
            10 WS-US-GRANTED PIC 9(6).
            10 WS-US-REFUSED PIC 9(6).
            10 WS-US-LAST PIC 9(8).
    01 WS-SWAP-ENTRY.
        05 WS-SWAP-KEY PIC X(18).
        05 WS-SWAP-REST PIC X(20).

    *> Report line fields.
    01 WS-DATE-DISPLAY PIC 9999/99/99.
    01 WS-LAST-DISPLAY PIC X(10).
    01 WS-COUNT-DISPLAY PIC Z(6)9.
    01 WS-REFUSED-DISPLAY PIC Z(6)9.
    01 WS-IDLE-FOR PIC 9(6).
    01 WS-IDLE-FOR-DISPLAY PIC Z(5)9.
    01 WS-IDLE-FOR-TEXT PIC X(6).
    01 WS-STATUS-TEXT PIC X(9).
    01 WS-OP-NOTE PIC X(30).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-RUN-RC < 8
        PERFORM 1000-LOAD-AUTHORITY-FILE
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2000-TAKE-SECURITY-LOG
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2500-SORT-USAGE
        PERFORM 3000-WRITE-ACCESS-REPORT
    END-IF.
    DISPLAY 'ACCESS: ' WS-LINES-IN-PERIOD ' LOG LINE(S) IN PERIOD, '
        WS-REFUSALS-IN-PERIOD ' REFUSED, '
        WS-IDS-IDLE ' IDLE ID(S)'.
    IF (WS-REFUSALS-IN-PERIOD > 0 OR WS-IDS-IDLE > 0
        OR WS-LINES-UNREADABLE > 0)
        AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0100-GET-RUN-PARMS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO WS-PARM-DAYS.
    MOVE SPACES TO WS-PARM-END.
    MOVE SPACES TO WS-PARM-CARD.
    ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
    IF WS-PARM-CARD NOT = SPACES
        UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
            INTO WS-PARM-DAYS WS-PARM-END
        END-UNSTRING
    END-IF.
    IF WS-PARM-DAYS NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-DAYS) IS NUMERIC
            AND FUNCTION NUMVAL(WS-PARM-DAYS) > 0
            AND FUNCTION NUMVAL(WS-PARM-DAYS) < 10000
            COMPUTE WS-PERIOD-DAYS = FUNCTION NUMVAL(WS-PARM-DAYS)
        ELSE
            DISPLAY 'PERIOD DAYS NOT A NUMBER FROM 1 TO 9999: '
                WS-PARM-DAYS
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.
    IF WS-PARM-END NOT = SPACES
        IF WS-PARM-END(1:8) IS NUMERIC AND WS-PARM-END(9:2) = SPACES
            MOVE WS-PARM-END(1:8) TO WS-PERIOD-TO
        END-IF
        IF WS-PERIOD-TO = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-TO) NOT = 0
            DISPLAY 'PERIOD END NOT A YYYYMMDD DATE: ' WS-PARM-END
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO WS-PERIOD-TO
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQIDLE'.
    IF WS-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            AND FUNCTION NUMVAL(WS-PARM-ENV) > 0
            AND FUNCTION NUMVAL(WS-PARM-ENV) < 10000
            COMPUTE WS-IDLE-DAYS = FUNCTION NUMVAL(WS-PARM-ENV)
        ELSE
            DISPLAY 'FREQIDLE NOT A NUMBER FROM 1 TO 9999: '
                FUNCTION TRIM(WS-PARM-ENV)
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.
    IF WS-RUN-RC < 8
        COMPUTE WS-PERIOD-FROM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
            - WS-PERIOD-DAYS + 1)
        COMPUTE WS-IDLE-FROM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
            - WS-IDLE-DAYS + 1)
        MOVE WS-PERIOD-FROM TO WS-PERIOD-FROM-DISPLAY
        MOVE WS-PERIOD-TO TO WS-PERIOD-TO-DISPLAY
        MOVE WS-IDLE-DAYS TO WS-IDLE-DAYS-DISPLAY
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSECL'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SECLOG-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQAUTH'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-AUTH-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSRPT'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ACC-RPT-FILE
    END-IF.

1000-LOAD-AUTHORITY-FILE.
    OPEN INPUT AUTHORITY-FILE.
    IF WS-AUTH-STATUS NOT = '00'
        DISPLAY 'AUTHORITY FILE NOT FOUND: ' WS-AUTH-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
                OR WS-TABLE-FULL = 'Y'
            READ AUTHORITY-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF AUT-OPERATOR-ID NOT = SPACES
                        PERFORM 1100-STORE-OPERATOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUTHORITY-FILE
    END-IF.

1100-STORE-OPERATOR.
    IF WS-OP-COUNT >= WS-OP-MAX
        DISPLAY 'OPERATOR TABLE FULL AT ' WS-OP-COUNT
            ' IDS - REPORT ABANDONED'
        MOVE 'Y' TO WS-TABLE-FULL
        MOVE 8 TO WS-RUN-RC
    ELSE
        ADD 1 TO WS-OP-COUNT
        MOVE AUT-OPERATOR-ID TO WS-OP-ID(WS-OP-COUNT)
        MOVE AUT-OPERATOR-NAME TO WS-OP-NAME(WS-OP-COUNT)
        MOVE AUT-STATUS TO WS-OP-STATUS(WS-OP-COUNT)
        MOVE 0 TO WS-OP-LAST-USED(WS-OP-COUNT)
    END-IF.

2000-TAKE-SECURITY-LOG.
    OPEN INPUT SECURITY-LOG-FILE.
    IF WS-SECLOG-STATUS NOT = '00'
        DISPLAY 'SECURITY LOG NOT FOUND: ' WS-SECLOG-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
                OR WS-TABLE-FULL = 'Y'
            READ SECURITY-LOG-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF SECURITY-LOG-RECORD NOT = SPACES
                        PERFORM 2100-TAKE-ONE-LOG-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SECURITY-LOG-FILE
    END-IF.

2100-TAKE-ONE-LOG-LINE.
    ADD 1 TO WS-LINES-READ.
    EVALUATE TRUE
        WHEN SEC-DATE IS NOT NUMERIC
            OR (NOT SEC-GRANTED AND NOT SEC-REFUSED)
            ADD 1 TO WS-LINES-UNREADABLE
        WHEN SEC-DATE > WS-PERIOD-TO
            CONTINUE
        WHEN OTHER
            IF SEC-GRANTED
                PERFORM 2200-NOTE-LAST-USED
            END-IF
            IF SEC-DATE >= WS-PERIOD-FROM
                ADD 1 TO WS-LINES-IN-PERIOD
                PERFORM 2300-COUNT-USAGE
            END-IF
    END-EVALUATE.

2200-NOTE-LAST-USED.
    MOVE 0 TO WS-OP-HIT.
    PERFORM VARYING WS-OP-SUB FROM 1 BY 1
            UNTIL WS-OP-SUB > WS-OP-COUNT
        IF WS-OP-ID(WS-OP-SUB) = SEC-OPERATOR-ID
            MOVE WS-OP-SUB TO WS-OP-HIT
            MOVE WS-OP-COUNT TO WS-OP-SUB
        END-IF
    END-PERFORM.
    IF WS-OP-HIT > 0
        IF SEC-DATE > WS-OP-LAST-USED(WS-OP-HIT)
            MOVE SEC-DATE TO WS-OP-LAST-USED(WS-OP-HIT)
        END-IF
    END-IF.

2300-COUNT-USAGE.
    MOVE 0 TO WS-US-HIT.
    PERFORM VARYING WS-US-SUB FROM 1 BY 1
            UNTIL WS-US-SUB > WS-US-COUNT
        IF WS-US-OPERATOR(WS-US-SUB) = SEC-OPERATOR-ID
            AND WS-US-FUNCTION(WS-US-SUB) = SEC-FUNCTION
            MOVE WS-US-SUB TO WS-US-HIT
            MOVE WS-US-COUNT TO WS-US-SUB
        END-IF
    END-PERFORM.
    IF WS-US-HIT = 0
        IF WS-US-COUNT >= WS-US-MAX
            DISPLAY 'USAGE TABLE FULL AT ' WS-US-COUNT
                ' ENTRIES - REPORT ABANDONED'
            MOVE 'Y' TO WS-TABLE-FULL
            MOVE 8 TO WS-RUN-RC
        ELSE
            ADD 1 TO WS-US-COUNT
            MOVE WS-US-COUNT TO WS-US-HIT
            MOVE SEC-OPERATOR-ID TO WS-US-OPERATOR(WS-US-HIT)
            MOVE SEC-FUNCTION TO WS-US-FUNCTION(WS-US-HIT)
            MOVE 0 TO WS-US-GRANTED(WS-US-HIT)
            MOVE 0 TO WS-US-REFUSED(WS-US-HIT)
            MOVE 0 TO WS-US-LAST(WS-US-HIT)
        END-IF
    END-IF.
    IF WS-US-HIT > 0
        IF SEC-GRANTED
            ADD 1 TO WS-US-GRANTED(WS-US-HIT)
            ADD 1 TO WS-GRANTS-IN-PERIOD
        ELSE
            ADD 1 TO WS-US-REFUSED(WS-US-HIT)
            ADD 1 TO WS-REFUSALS-IN-PERIOD
        END-IF
        IF SEC-DATE > WS-US-LAST(WS-US-HIT)
            MOVE SEC-DATE TO WS-US-LAST(WS-US-HIT)
        END-IF
    END-IF.

2500-SORT-USAGE.
    *> Operator id then function, by straight insertion as FREQPARE
    *> orders its cells.
    PERFORM VARYING WS-US-SUB FROM 2 BY 1
            UNTIL WS-US-SUB > WS-US-COUNT
        MOVE WS-US-ENTRY(WS-US-SUB) TO WS-SWAP-ENTRY
        MOVE WS-US-SUB TO WS-US-SUB-2
        PERFORM UNTIL WS-US-SUB-2 = 1
                OR WS-US-KEY(WS-US-SUB-2 - 1) <= WS-SWAP-KEY
            MOVE WS-US-ENTRY(WS-US-SUB-2 - 1)
                TO WS-US-ENTRY(WS-US-SUB-2)
            SUBTRACT 1 FROM WS-US-SUB-2
        END-PERFORM
        MOVE WS-SWAP-ENTRY TO WS-US-ENTRY(WS-US-SUB-2)
    END-PERFORM.

3000-WRITE-ACCESS-REPORT.
    OPEN OUTPUT ACCESS-REPORT-FILE.
    IF WS-ACC-RPT-STATUS NOT = '00'
        DISPLAY 'ACCESS REPORT COULD NOT BE OPENED: ' WS-ACC-RPT-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 'OPERATOR ACCESS REPORT' TO ACC-RPT-LINE
        WRITE ACC-RPT-LINE
        MOVE SPACES TO ACC-RPT-LINE
        STRING 'PERIOD: ' DELIMITED BY SIZE
               WS-PERIOD-FROM-DISPLAY DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-PERIOD-TO-DISPLAY DELIMITED BY SIZE
               '   IDLE LIMIT: ' DELIMITED BY SIZE
               WS-IDLE-DAYS-DISPLAY DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO ACC-RPT-LINE
        END-STRING
        WRITE ACC-RPT-LINE
        MOVE SPACES TO ACC-RPT-LINE
        WRITE ACC-RPT-LINE
        PERFORM 3100-WRITE-USAGE
        PERFORM 3200-WRITE-REFUSALS
        PERFORM 3300-WRITE-OPERATORS
        PERFORM 3500-WRITE-RUN-TOTALS
        CLOSE ACCESS-REPORT-FILE
    END-IF.

3100-WRITE-USAGE.
    MOVE 'FUNCTIONS USED IN THE PERIOD' TO ACC-RPT-LINE.
    WRITE ACC-RPT-LINE.
    MOVE '  OPERATOR   FUNCTION  GRANTED  REFUSED  LAST TRIED'
        TO ACC-RPT-LINE.
    WRITE ACC-RPT-LINE.
    IF WS-US-COUNT = 0
        MOVE '  NO FUNCTION WAS ASKED FOR IN THE PERIOD'
            TO ACC-RPT-LINE
        WRITE ACC-RPT-LINE
    END-IF.
    PERFORM VARYING WS-US-SUB FROM 1 BY 1
            UNTIL WS-US-SUB > WS-US-COUNT
        MOVE WS-US-GRANTED(WS-US-SUB) TO WS-COUNT-DISPLAY
        MOVE WS-US-REFUSED(WS-US-SUB) TO WS-REFUSED-DISPLAY
        MOVE WS-US-LAST(WS-US-SUB) TO WS-DATE-DISPLAY
        MOVE SPACES TO ACC-RPT-LINE
        STRING '  ' DELIMITED BY SIZE
               WS-US-OPERATOR(WS-US-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-US-FUNCTION(WS-US-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-REFUSED-DISPLAY DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               INTO ACC-RPT-LINE
        END-STRING
        WRITE ACC-RPT-LINE
    END-PERFORM.
    MOVE SPACES TO ACC-RPT-LINE.
    WRITE ACC-RPT-LINE.

3200-WRITE-REFUSALS.
    *> The refusals are listed from a second pass of the log, in the
    *> order they were written.
    MOVE 'REFUSED ATTEMPTS IN THE PERIOD' TO ACC-RPT-LINE.
    WRITE ACC-RPT-LINE.
    MOVE SPACES TO ACC-RPT-LINE.
    STRING '  DATE       TIME     OPERATOR   PROGRAM    FUNCTION  '
               DELIMITED BY SIZE
           'DETAIL                                   REASON'
               DELIMITED BY SIZE
           INTO ACC-RPT-LINE
    END-STRING.
    WRITE ACC-RPT-LINE.
    IF WS-REFUSALS-IN-PERIOD = 0
        MOVE '  NONE' TO ACC-RPT-LINE
        WRITE ACC-RPT-LINE
    ELSE
        OPEN INPUT SECURITY-LOG-FILE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ SECURITY-LOG-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF SEC-DATE IS NUMERIC AND SEC-REFUSED
                        AND SEC-DATE >= WS-PERIOD-FROM
                        AND SEC-DATE <= WS-PERIOD-TO
                        PERFORM 3250-WRITE-REFUSAL-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SECURITY-LOG-FILE
    END-IF.
    MOVE SPACES TO ACC-RPT-LINE.
    WRITE ACC-RPT-LINE.

3250-WRITE-REFUSAL-LINE.
    MOVE SEC-DATE TO WS-DATE-DISPLAY.
    MOVE SPACES TO ACC-RPT-LINE.
    STRING '  ' DELIMITED BY SIZE
           WS-DATE-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           SEC-TIME(1:2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           SEC-TIME(3:2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           SEC-TIME(5:2) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           SEC-OPERATOR-ID DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           SEC-PROGRAM DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           SEC-FUNCTION DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           SEC-DETAIL DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           SEC-REASON DELIMITED BY SIZE
           INTO ACC-RPT-LINE
    END-STRING.
    WRITE ACC-RPT-LINE.

3300-WRITE-OPERATORS.
    MOVE 'OPERATOR IDS ON THE AUTHORITY FILE' TO ACC-RPT-LINE.
    WRITE ACC-RPT-LINE.
    MOVE SPACES TO ACC-RPT-LINE.
    STRING '  OPERATOR   NAME                           STATUS    '
               DELIMITED BY SIZE
           'LAST USED   DAYS IDLE' DELIMITED BY SIZE
           INTO ACC-RPT-LINE
    END-STRING.
    WRITE ACC-RPT-LINE.
    PERFORM VARYING WS-OP-SUB FROM 1 BY 1
            UNTIL WS-OP-SUB > WS-OP-COUNT
        PERFORM 3350-WRITE-OPERATOR-LINE
    END-PERFORM.
    MOVE SPACES TO ACC-RPT-LINE.
    WRITE ACC-RPT-LINE.

3350-WRITE-OPERATOR-LINE.
    MOVE SPACES TO WS-OP-NOTE.
    MOVE SPACES TO WS-IDLE-FOR-TEXT.
    IF WS-OP-STATUS(WS-OP-SUB) = 'I'
        MOVE 'SUSPENDED' TO WS-STATUS-TEXT
    ELSE
        MOVE 'ACTIVE' TO WS-STATUS-TEXT
    END-IF.
    IF WS-OP-LAST-USED(WS-OP-SUB) = 0
        MOVE 'NEVER' TO WS-LAST-DISPLAY
        IF WS-OP-STATUS(WS-OP-SUB) NOT = 'I'
            MOVE '  *** NEVER USED' TO WS-OP-NOTE
            ADD 1 TO WS-IDS-IDLE
        END-IF
    ELSE
        MOVE WS-OP-LAST-USED(WS-OP-SUB) TO WS-DATE-DISPLAY
        MOVE WS-DATE-DISPLAY TO WS-LAST-DISPLAY
        COMPUTE WS-IDLE-FOR =
            FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
            - FUNCTION INTEGER-OF-DATE(WS-OP-LAST-USED(WS-OP-SUB))
        MOVE WS-IDLE-FOR TO WS-IDLE-FOR-DISPLAY
        MOVE WS-IDLE-FOR-DISPLAY TO WS-IDLE-FOR-TEXT
        IF WS-OP-LAST-USED(WS-OP-SUB) < WS-IDLE-FROM
            AND WS-OP-STATUS(WS-OP-SUB) NOT = 'I'
            MOVE '  *** IDLE - REVIEW ACCESS' TO WS-OP-NOTE
            ADD 1 TO WS-IDS-IDLE
        END-IF
    END-IF.
    MOVE SPACES TO ACC-RPT-LINE.
    STRING '  ' DELIMITED BY SIZE
           WS-OP-ID(WS-OP-SUB) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OP-NAME(WS-OP-SUB) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-STATUS-TEXT DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-LAST-DISPLAY DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           WS-IDLE-FOR-TEXT DELIMITED BY SIZE
           WS-OP-NOTE DELIMITED BY SIZE
           INTO ACC-RPT-LINE
    END-STRING.
    WRITE ACC-RPT-LINE.

3500-WRITE-RUN-TOTALS.
    MOVE SPACES TO ACC-RPT-LINE.
    STRING 'SECURITY LOG LINES READ: ' DELIMITED BY SIZE
           WS-LINES-READ DELIMITED BY SIZE
           '   IN PERIOD: ' DELIMITED BY SIZE
           WS-LINES-IN-PERIOD DELIMITED BY SIZE
           '   GRANTED: ' DELIMITED BY SIZE
           WS-GRANTS-IN-PERIOD DELIMITED BY SIZE
           '   REFUSED: ' DELIMITED BY SIZE
           WS-REFUSALS-IN-PERIOD DELIMITED BY SIZE
           INTO ACC-RPT-LINE
    END-STRING.
    WRITE ACC-RPT-LINE.
    MOVE SPACES TO ACC-RPT-LINE.
    STRING 'IDS ON FILE: ' DELIMITED BY SIZE
           WS-OP-COUNT DELIMITED BY SIZE
           '   ACTIVE IDS IDLE OR NEVER USED: ' DELIMITED BY SIZE
           WS-IDS-IDLE DELIMITED BY SIZE
           INTO ACC-RPT-LINE
    END-STRING.
    WRITE ACC-RPT-LINE.
    IF WS-LINES-UNREADABLE > 0
        MOVE SPACES TO ACC-RPT-LINE
        STRING 'UNREADABLE LOG LINES: ' DELIMITED BY SIZE
               WS-LINES-UNREADABLE DELIMITED BY SIZE
               ' - NOT SECURITY LOG LINES, NOT COUNTED'
               DELIMITED BY SIZE
               INTO ACC-RPT-LINE
        END-STRING
        WRITE ACC-RPT-LINE
    END-IF.
