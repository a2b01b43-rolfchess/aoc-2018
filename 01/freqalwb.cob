*>   AGING                     - aging report of unworked alerts plus
*>                               the escalation page
*>
*> LOAD also takes FREQACK's transmission alert file, when there is
*> one: a transmission a downstream consumer has not acknowledged in
*> time, or loaded short, comes on as an alert under the id XMIT and
*> its send sequence, and is acknowledged, aged and closed like any
*> device alert. FREQACK rewrites that file each run, and a line
*> already held is not re-taken, so the alert keeps its age until
*> it is closed.
*>
*> ACK and CLOSE are only done for a <who> whose card on the shared
*> operator authority file grants ALERTACK or ALERTCLS; the grant
*> or refusal goes on the security log before the master is opened.
*>
*> Files via environment: OFFSALRT alert file (the same symbol
*> FREQUENCY writes under), FREQACKA transmission alert file (the
*> symbol FREQACK writes under, default freqack.alr), FREQAMAST
*> alert master (default freqalwb.dat), FREQAWRPT aging report
*> (default freqalwb.rpt), FREQAUTH operator authority file
*> (default freqauth.dat), FREQSECL security log (default
*> freqsec.log). FREQESCN sets the consecutive-run count that
*> escalates a device (default 3).
*>
*> Condition codes: 0 done, 4 the aging report found unworked or
*> escalated alerts, or an ACK/CLOSE matched nothing, 8 a file is
*> missing, the parameter card is unusable, or <who> is not
*> authorised for the ACK or CLOSE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT AGING-REPORT-FILE ASSIGN TO DYNAMIC WS-AGING-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGING-STATUS.
        SELECT AUTHORITY-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC WS-SECLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD AGING-REPORT-FILE.
    01 AGING-LINE PIC X(132).

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
    01 WS-ALERT-FILE PIC X(80) VALUE 'freqalrt.txt'.
    01 WS-ALERT-STATUS PIC X(2).
    01 WS-XMIT-ALERT-FILE PIC X(80) VALUE 'freqack.alr'.
    01 WS-MASTER-FILE PIC X(80) VALUE 'freqalwb.dat'.
    01 WS-MASTER-STATUS PIC X(2).
    01 WS-AGING-FILE PIC X(80) VALUE 'freqalwb.rpt'.
            10 WS-ESC-LAST-DATE PIC 9(8).
    01 WS-STREAK-DISPLAY PIC Z(5)9.

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
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    IF WS-RUN-RC < 8
        AND (WS-RUN-MODE = 'ACK' OR WS-RUN-MODE = 'CLOSE')
        PERFORM 0170-CHECK-OPERATOR
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 0200-OPEN-MASTER-IO
    END-IF.
        MOVE WS-PARM-ENV TO WS-ALERT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQACKA'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-XMIT-ALERT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQAMAST'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-MASTER-FILE
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-AGING-FILE
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
    MOVE SPACES TO WS-PARM-ESC.
    ACCEPT WS-PARM-ESC FROM ENVIRONMENT 'FREQESCN'.
    IF WS-PARM-ESC NOT = SPACES
        MOVE WS-PARM-WHO TO WS-WORK-WHO
    END-IF.

0170-CHECK-OPERATOR.
    MOVE WS-WORK-WHO TO WS-AUTH-OPERATOR.
    IF WS-RUN-MODE = 'ACK'
        MOVE 'ALERTACK' TO WS-AUTH-FUNCTION
    ELSE
        MOVE 'ALERTCLS' TO WS-AUTH-FUNCTION
    END-IF.
    MOVE WS-WORK-DATE TO WS-DATE-DISPLAY.
    MOVE SPACES TO WS-AUTH-DETAIL.
    STRING WS-RUN-MODE DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           WS-WORK-DEVICE DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           WS-DATE-DISPLAY DELIMITED BY SIZE
           INTO WS-AUTH-DETAIL
    END-STRING.
    PERFORM 9000-CHECK-AUTHORITY.
    IF WS-AUTH-GRANTED = 'N'
        DISPLAY FUNCTION TRIM(WS-RUN-MODE) ' REFUSED - NO ALERT CHANGED'
        MOVE 8 TO WS-RUN-RC
    END-IF.

0200-OPEN-MASTER-IO.
    OPEN I-O ALERT-MASTER-FILE.
    IF WS-MASTER-STATUS = '35'
            WS-ALERTS-HELD ' ALREADY HELD, '
            WS-BAD-LINES ' UNREADABLE OF ' WS-LINES-READ ' LINE(S)'
    END-IF.
    PERFORM 1050-LOAD-XMIT-ALERTS.

1050-LOAD-XMIT-ALERTS.
    *> Not finding the file is not an error - FREQACK may not have
    *> run, or had nothing outstanding to raise.
    MOVE WS-XMIT-ALERT-FILE TO WS-ALERT-FILE.
    OPEN INPUT ALERT-FILE.
    IF WS-ALERT-STATUS NOT = '00'
        DISPLAY 'NO TRANSMISSION ALERT FILE TO LOAD: '
            WS-XMIT-ALERT-FILE
    ELSE
        MOVE 0 TO WS-LINES-READ
        MOVE 0 TO WS-ALERTS-TAKEN
        MOVE 0 TO WS-ALERTS-HELD
        MOVE 0 TO WS-BAD-LINES
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ ALERT-FILE INTO WS-ALERT-REC
                AT END MOVE 1 TO FILE-EOF
                NOT AT END PERFORM 1100-TAKE-ONE-ALERT-LINE
            END-READ
        END-PERFORM
        CLOSE ALERT-FILE
        DISPLAY 'TRANSMISSION ALERT LOAD: ' WS-ALERTS-TAKEN
            ' TAKEN, ' WS-ALERTS-HELD ' ALREADY HELD, '
            WS-BAD-LINES ' UNREADABLE OF ' WS-LINES-READ ' LINE(S)'
    END-IF.

1100-TAKE-ONE-ALERT-LINE.
    ADD 1 TO WS-LINES-READ.
            WRITE AGING-LINE
        END-PERFORM
    END-IF.

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
        MOVE 'FREQALWB' TO SEC-PROGRAM
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
