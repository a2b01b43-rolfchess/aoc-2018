*> Settled-vs-published comparison, the companion step to FREQREPT's
*> settlement results file. For each device with a settlement on
*> file it takes the latest settled frequency, reads the device's
*> latest published reading off the keyed current-position file
*> (which FREQFIX amendments move on as well as FREQUENCY), and
*> reports devices whose published frequency has moved away from
*> their settled value by more than a stated margin - the gap that
*> is the earliest sign a recalibration didn't hold. Replaces the
*> analyst retyping FREQREPT's console output into a spreadsheet
*> next to a FREQHIST QUERY.
*>
*> A device replaced under FREQSWAP keeps its settlement: one
*> settled under a retired id is compared with the published
*> reading of the newest unit in its chain on the device swap
*> register, and the line names the id it was settled under.
*>
*> Command line: FREQSCMP [margin]
*> The margin (absolute movement allowed, in units with up to three
*> decimal places - the values compared carry thousandths) also
*> comes from FREQSMARG; with neither named any movement at all is
*> reported. Files via environment: FREQSETL settlement results
*> (the same symbol FREQREPT writes under), FREQPOSF current-
*> position file (default freqpos.dat), FREQSCRPT comparison report
*> (default freqscmp.rpt), FREQSWPR device swap register (default
*> freqswap.reg; optional).
*>
*> Condition codes: 0 every settled device is within the margin,
*> 4 one or more devices moved beyond it (or have no published
        SELECT SETTLE-FILE ASSIGN TO DYNAMIC WS-SETTLE-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETTLE-STATUS.
        SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POS-DEVICE-ID
        FILE STATUS IS WS-POSITION-STATUS.
        SELECT COMPARE-REPORT-FILE ASSIGN TO DYNAMIC WS-COMPARE-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COMPARE-STATUS.
        SELECT SWAP-REGISTER-FILE ASSIGN TO DYNAMIC WS-SWAP-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWAP-STATUS.

DATA DIVISION.
    FILE SECTION.
        05 SETL-PASSES PIC 9(6).
        05 SETL-RECORDS PIC 9(10).

    *> Current-position file as kept by FREQUENCY and FREQFIX.
    FD POSITION-FILE.
    01 POSITION-RECORD.
        COPY "freqpos.cpy".

    FD COMPARE-REPORT-FILE.
    01 COMPARE-LINE PIC X(132).

    FD SWAP-REGISTER-FILE.
    01 SWAP-REGISTER-RECORD.
        COPY "freqswap.cpy".

    WORKING-STORAGE SECTION.
    01 WS-SETTLE-FILE PIC X(80) VALUE 'freqsetl.dat'.
    01 WS-SETTLE-STATUS PIC X(2).
    01 WS-POSITION-FILE PIC X(80) VALUE 'freqpos.dat'.
    01 WS-POSITION-STATUS PIC X(2).
    01 WS-COMPARE-FILE PIC X(80) VALUE 'freqscmp.rpt'.
    01 WS-COMPARE-STATUS PIC X(2).
    01 WS-SWAP-FILE PIC X(80) VALUE 'freqswap.reg'.
    01 WS-SWAP-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-MARGIN PIC X(13).
    01 WS-PARM-ENV PIC X(80).
    01 WS-SCAN-DECIMALS PIC 9(2).
    01 WS-SCAN-ENDED PIC X(1).
    01 WS-SCAN-OK PIC X(1).
    01 WS-DEVICES-MOVED PIC 9(4) VALUE 0.
    01 WS-DEVICES-NO-READING PIC 9(4) VALUE 0.
    01 WS-DEVICES-COMPARED PIC 9(4) VALUE 0.
            10 WS-DEV-ID PIC X(10).
            10 WS-DEV-SETTLED PIC S9(12)V9(3).
            10 WS-DEV-SETL-DATE PIC 9(8).
            10 WS-DEV-SETL-ID PIC X(10).
    01 WS-SETTLED-AS PIC X(30).

    *> Device swap register: each retired id and the newest id at
    *> the end of its chain, which its settlements are compared
    *> under.
    01 WS-SWP-MAX PIC 9(4) VALUE 1000.
    01 WS-SWP-COUNT PIC 9(4) VALUE 0.
    01 WS-SWP-SUB PIC 9(4) COMP.
    01 WS-SWP-SUB-2 PIC 9(4) COMP.
    01 WS-SWP-HIT PIC 9(4) COMP.
    01 WS-SWP-HOPS PIC 9(4).
    01 WS-SWP-TABLE.
        05 WS-SWP-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-SWP-COUNT.
            10 WS-SWP-OLD PIC X(10).
            10 WS-SWP-NEW PIC X(10).
            10 WS-SWP-LATEST PIC X(10).
    01 WS-CHAIN-ID PIC X(10).
    01 WS-SETL-LATEST-ID PIC X(10).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-RUN-RC < 8
        PERFORM 0500-LOAD-SWAP-REGISTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1000-TAKE-SETTLEMENTS
    END-IF.
        MOVE WS-PARM-ENV TO WS-SETTLE-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQPOSF'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-POSITION-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSCRPT'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-COMPARE-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSWPR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SWAP-FILE
    END-IF.

0150-PARSE-MARGIN.
    MOVE FUNCTION TRIM(WS-PARM-MARGIN) TO WS-MSCAN.
        MOVE 'N' TO WS-SCAN-OK
    END-IF.

0500-LOAD-SWAP-REGISTER.
    *> No register means no device has been replaced - every
    *> settlement is compared under its own id.
    OPEN INPUT SWAP-REGISTER-FILE.
    IF WS-SWAP-STATUS = '00'
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ SWAP-REGISTER-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF WS-SWP-COUNT >= WS-SWP-MAX
                        DISPLAY 'SWAP REGISTER TABLE FULL AT '
                            WS-SWP-MAX ' ENTRIES - COMPARISON'
                            ' INCOMPLETE'
                        MOVE 8 TO WS-RUN-RC
                        MOVE 1 TO FILE-EOF
                    ELSE
                        ADD 1 TO WS-SWP-COUNT
                        MOVE SWP-OLD-ID TO WS-SWP-OLD(WS-SWP-COUNT)
                        MOVE SWP-NEW-ID TO WS-SWP-NEW(WS-SWP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SWAP-REGISTER-FILE
        PERFORM VARYING WS-SWP-SUB FROM 1 BY 1
                UNTIL WS-SWP-SUB > WS-SWP-COUNT
            MOVE WS-SWP-NEW(WS-SWP-SUB) TO WS-CHAIN-ID
            PERFORM 0600-FOLLOW-CHAIN
            MOVE WS-CHAIN-ID TO WS-SWP-LATEST(WS-SWP-SUB)
        END-PERFORM
    END-IF.

0600-FOLLOW-CHAIN.
    *> Walk WS-CHAIN-ID forward to the newest id in its chain. An id
    *> is retired at most once, so each step has one successor; the
    *> hop count only guards against a hand-edited register.
    MOVE 0 TO WS-SWP-HOPS.
    MOVE 1 TO WS-SWP-HIT.
    PERFORM UNTIL WS-SWP-HIT = 0 OR WS-SWP-HOPS > WS-SWP-COUNT
        MOVE 0 TO WS-SWP-HIT
        PERFORM VARYING WS-SWP-SUB-2 FROM 1 BY 1
                UNTIL WS-SWP-SUB-2 > WS-SWP-COUNT
            IF WS-SWP-OLD(WS-SWP-SUB-2) = WS-CHAIN-ID
                MOVE WS-SWP-SUB-2 TO WS-SWP-HIT
                MOVE WS-SWP-COUNT TO WS-SWP-SUB-2
            END-IF
        END-PERFORM
        IF WS-SWP-HIT > 0
            MOVE WS-SWP-NEW(WS-SWP-HIT) TO WS-CHAIN-ID
            ADD 1 TO WS-SWP-HOPS
        END-IF
    END-PERFORM.

1000-TAKE-SETTLEMENTS.
    OPEN INPUT SETTLE-FILE.
    IF WS-SETTLE-STATUS NOT = '00'
    END-IF.

1100-TAKE-ONE-SETTLEMENT.
    *> A settlement under a retired id belongs to the newest unit in
    *> its chain; the file is append-only, so a later settlement of
    *> either unit still supersedes an earlier one.
    MOVE SETL-DEVICE-ID TO WS-SETL-LATEST-ID.
    PERFORM VARYING WS-SWP-SUB FROM 1 BY 1
            UNTIL WS-SWP-SUB > WS-SWP-COUNT
        IF WS-SWP-OLD(WS-SWP-SUB) = SETL-DEVICE-ID
            MOVE WS-SWP-LATEST(WS-SWP-SUB) TO WS-SETL-LATEST-ID
            MOVE WS-SWP-COUNT TO WS-SWP-SUB
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-DEV-HIT.
    PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
            UNTIL WS-DEV-SUB > WS-DEV-COUNT
        IF WS-DEV-ID(WS-DEV-SUB) = WS-SETL-LATEST-ID
            MOVE WS-DEV-SUB TO WS-DEV-HIT
            MOVE WS-DEV-COUNT TO WS-DEV-SUB
        END-IF
            END-IF
        ELSE
            ADD 1 TO WS-DEV-COUNT
            MOVE WS-SETL-LATEST-ID TO WS-DEV-ID(WS-DEV-COUNT)
            MOVE WS-DEV-COUNT TO WS-DEV-HIT
        END-IF
    END-IF.
        COMPUTE WS-DEV-SETTLED(WS-DEV-HIT) =
            FUNCTION NUMVAL(SETL-FREQUENCY)
        MOVE SETL-RUN-DATE TO WS-DEV-SETL-DATE(WS-DEV-HIT)
        MOVE SETL-DEVICE-ID TO WS-DEV-SETL-ID(WS-DEV-HIT)
    END-IF.

2000-FIND-LATEST-READING.
    *> The current-position record is the device's latest published
    *> reading - one keyed read.
    MOVE 'N' TO WS-PUBLISHED-FOUND.
    MOVE 0 TO WS-PUBLISHED-VALUE.
    MOVE 0 TO WS-PUBLISHED-DATE.
    MOVE WS-DEV-ID(WS-DEV-SUB) TO POS-DEVICE-ID.
    READ POSITION-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-PUBLISHED-FOUND
            COMPUTE WS-PUBLISHED-VALUE =
                FUNCTION NUMVAL(POS-FREQUENCY)
            MOVE POS-RUN-DATE TO WS-PUBLISHED-DATE
    END-READ.

3000-WRITE-COMPARE-REPORT.
    OPEN INPUT POSITION-FILE.
    IF WS-POSITION-STATUS NOT = '00'
        DISPLAY 'CURRENT-POSITION FILE NOT FOUND: ' WS-POSITION-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        OPEN OUTPUT COMPARE-REPORT-FILE
            PERFORM 3500-WRITE-COMPARE-SUMMARY
            CLOSE COMPARE-REPORT-FILE
        END-IF
        CLOSE POSITION-FILE
    END-IF.

3100-COMPARE-ONE-DEVICE.
    MOVE WS-DEV-SETTLED(WS-DEV-SUB) TO WS-SETTLED-VALUE.
    MOVE WS-DEV-SETL-DATE(WS-DEV-SUB) TO WS-DATE-DISPLAY.
    MOVE WS-SETTLED-VALUE TO WS-SETTLED-DISPLAY.
    MOVE SPACES TO WS-SETTLED-AS.
    IF WS-DEV-SETL-ID(WS-DEV-SUB) NOT = WS-DEV-ID(WS-DEV-SUB)
        STRING ' (SETTLED AS ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEV-SETL-ID(WS-DEV-SUB))
                   DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-SETTLED-AS
        END-STRING
    END-IF.
    IF WS-PUBLISHED-FOUND = 'N'
        ADD 1 TO WS-DEVICES-NO-READING
        MOVE SPACES TO COMPARE-LINE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               ' AT ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SETTLED-DISPLAY) DELIMITED BY SIZE
               ' - NO PUBLISHED READING ON THE POSITION FILE'
               DELIMITED BY SIZE
               WS-SETTLED-AS DELIMITED BY '  '
               INTO COMPARE-LINE
        END-STRING
        WRITE COMPARE-LINE
                   ' (MOVED ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GAP-DISPLAY) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   WS-SETTLED-AS DELIMITED BY '  '
                   INTO COMPARE-LINE
            END-STRING
            WRITE COMPARE-LINE
