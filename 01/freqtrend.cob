*> earlier ones, which is exactly the order drift must be measured
*> in.
*>
*> A replaced device is reported as one device across the
*> replacement: readings under an id retired on the device swap
*> register (FREQSWAP) are taken as readings of the unit that
*> replaced it - following the chain to the newest id - and the
*> device's line is followed by the replacements it spans.
*>
*> Command line: FREQTREND [threshold]
*> The threshold (absolute net movement) also comes from
*> FREQTHRESH; with no threshold named the exception page is not
*> produced. Files via environment: OFFSEXTR extract, FREQTRPT
*> trend report (default freqtrnd.rpt), FREQSWPR device swap
*> register (default freqswap.reg; optional).
*>
*> Condition codes: 0 report produced, 4 one or more devices
*> exceeded the threshold, 8 the extract is missing or the device
*> or swap register table overflowed.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT TREND-REPORT-FILE ASSIGN TO DYNAMIC WS-TREND-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TREND-STATUS.
        SELECT SWAP-REGISTER-FILE ASSIGN TO DYNAMIC WS-SWAP-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWAP-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD TREND-REPORT-FILE.
    01 TREND-LINE PIC X(132).

    FD SWAP-REGISTER-FILE.
    01 SWAP-REGISTER-RECORD.
        COPY "freqswap.cpy".

    WORKING-STORAGE SECTION.
    01 WS-EXTRACT-FILE PIC X(80) VALUE 'freqextr.dat'.
    01 WS-EXTRACT-STATUS PIC X(2).
    01 WS-TREND-FILE PIC X(80) VALUE 'freqtrnd.rpt'.
    01 WS-TREND-STATUS PIC X(2).
    01 WS-SWAP-FILE PIC X(80) VALUE 'freqswap.reg'.
    01 WS-SWAP-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-THRESH PIC X(13).
    01 WS-PARM-ENV PIC X(80).
    01 WS-RPT-MAX PIC -(11)9.9(3).
    01 WS-RPT-NET PIC -(12)9.9(3).
    01 WS-RPT-SWING PIC -(12)9.9(3).
    01 WS-RPT-EFF-DATE PIC 9999/99/99.

    *> Device swap register: each retired id, the id that replaced
    *> it, and the newest id at the end of its chain - the id its
    *> readings are reported under.
    01 WS-SWP-MAX PIC 9(4) VALUE 1000.
    01 WS-SWP-COUNT PIC 9(4) VALUE 0.
    01 WS-SWP-SUB PIC 9(4) COMP.
    01 WS-SWP-HIT PIC 9(4) COMP.
    01 WS-SWP-SUB-2 PIC 9(4) COMP.
    01 WS-SWP-HOPS PIC 9(4).
    01 WS-SWP-TABLE.
        05 WS-SWP-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-SWP-COUNT.
            10 WS-SWP-OLD PIC X(10).
            10 WS-SWP-NEW PIC X(10).
            10 WS-SWP-EFF-DATE PIC 9(8).
            10 WS-SWP-LATEST PIC X(10).
    01 WS-CHAIN-ID PIC X(10).
    01 WS-READING-ID PIC X(10).
    01 WS-THRESH-DISPLAY PIC Z(11)9.

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    PERFORM 0500-LOAD-SWAP-REGISTER.
    PERFORM 1000-ACCUMULATE-TRENDS.
    *> An overflowed device table still leaves the first 500 devices
    *> worth reporting (the condition code holds downstream anyway);
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-TREND-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSWPR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SWAP-FILE
    END-IF.

0500-LOAD-SWAP-REGISTER.
    *> No register means no device has been replaced - every id is
    *> its own device.
    OPEN INPUT SWAP-REGISTER-FILE.
    IF WS-SWAP-STATUS = '00'
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ SWAP-REGISTER-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF WS-SWP-COUNT >= WS-SWP-MAX
                        DISPLAY 'SWAP REGISTER TABLE FULL AT '
                            WS-SWP-MAX ' ENTRIES - LATER SWAPS'
                            ' NOT FOLLOWED'
                        MOVE 8 TO WS-RUN-RC
                        MOVE 1 TO FILE-EOF
                    ELSE
                        ADD 1 TO WS-SWP-COUNT
                        MOVE SWP-OLD-ID TO WS-SWP-OLD(WS-SWP-COUNT)
                        MOVE SWP-NEW-ID TO WS-SWP-NEW(WS-SWP-COUNT)
                        MOVE SWP-EFFECTIVE-DATE
                            TO WS-SWP-EFF-DATE(WS-SWP-COUNT)
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

1000-ACCUMULATE-TRENDS.
    OPEN INPUT EXTRACT-FILE.
1100-TAKE-ONE-READING.
    ADD 1 TO WS-ROWS-READ.
    COMPUTE WS-FREQ-VALUE = FUNCTION NUMVAL(EXTRACT-FREQUENCY).
    *> A reading under a retired id belongs to the newest unit in
    *> its chain.
    MOVE EXTRACT-DEVICE-ID TO WS-READING-ID.
    PERFORM VARYING WS-SWP-SUB FROM 1 BY 1
            UNTIL WS-SWP-SUB > WS-SWP-COUNT
        IF WS-SWP-OLD(WS-SWP-SUB) = EXTRACT-DEVICE-ID
            MOVE WS-SWP-LATEST(WS-SWP-SUB) TO WS-READING-ID
            MOVE WS-SWP-COUNT TO WS-SWP-SUB
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-DEV-HIT.
    PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
            UNTIL WS-DEV-SUB > WS-DEV-COUNT
        IF WS-DEV-ID(WS-DEV-SUB) = WS-READING-ID
            MOVE WS-DEV-SUB TO WS-DEV-HIT
            MOVE WS-DEV-COUNT TO WS-DEV-SUB
        END-IF
            END-IF
        ELSE
            ADD 1 TO WS-DEV-COUNT
            MOVE WS-READING-ID TO WS-DEV-ID(WS-DEV-COUNT)
            MOVE 1 TO WS-DEV-READS(WS-DEV-COUNT)
            MOVE WS-FREQ-VALUE TO WS-DEV-FIRST(WS-DEV-COUNT)
            MOVE WS-FREQ-VALUE TO WS-DEV-LAST(WS-DEV-COUNT)
           INTO TREND-LINE
    END-STRING.
    WRITE TREND-LINE.
    PERFORM VARYING WS-SWP-SUB FROM 1 BY 1
            UNTIL WS-SWP-SUB > WS-SWP-COUNT
        IF WS-SWP-LATEST(WS-SWP-SUB) = WS-DEV-ID(WS-DEV-SUB)
            PERFORM 3200-WRITE-REPLACEMENT-NOTE
        END-IF
    END-PERFORM.
    MOVE WS-NET TO WS-NET-ABS.
    IF WS-NET < 0
        COMPUTE WS-NET-ABS = 0 - WS-NET
        ADD 1 TO WS-EXCEPTIONS
    END-IF.

3200-WRITE-REPLACEMENT-NOTE.
    MOVE WS-SWP-EFF-DATE(WS-SWP-SUB) TO WS-RPT-EFF-DATE.
    MOVE SPACES TO TREND-LINE.
    STRING '           INCLUDES READINGS OF ' DELIMITED BY SIZE
           WS-SWP-OLD(WS-SWP-SUB) DELIMITED BY SIZE
           ' - REPLACED BY ' DELIMITED BY SIZE
           WS-SWP-NEW(WS-SWP-SUB) DELIMITED BY SIZE
           ' EFFECTIVE ' DELIMITED BY SIZE
           WS-RPT-EFF-DATE DELIMITED BY SIZE
           INTO TREND-LINE
    END-STRING.
    WRITE TREND-LINE.

3500-WRITE-EXCEPTION-PAGE.
    MOVE SPACES TO TREND-LINE.
    WRITE TREND-LINE.
