*> anyone hand-grepping the flat extract file.
*>
*> Modes (first command-line parameter):
*>   LOAD [date]     - default; load the extract into the master and
*>                     trim each loaded device back to the keep count.
*>                     The load is gated on the current cycle, or on
*>                     the named business date's cycle (YYYYMMDD, or
*>                     FREQBDATE) when a late feed is being caught up
*>   QUERY device-id - list the reading history held for one device.
*>                     A device replaced under FREQSWAP is listed
*>                     as one history across the replacement: the
*>                     chain on the device swap register (FREQSWPR,
*>                     default freqswap.reg) is followed from the
*>                     oldest unit to the newest, whichever id of
*>                     the chain is named, with each replacement
*>                     shown where it falls
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
        SELECT SWAP-REGISTER-FILE ASSIGN TO DYNAMIC WS-SWAP-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWAP-STATUS.

DATA DIVISION.
    FILE SECTION.
    01 CYCLE-RECORD.
        COPY "freqcyc.cpy".

    FD SWAP-REGISTER-FILE.
    01 SWAP-REGISTER-RECORD.
        COPY "freqswap.cpy".

    WORKING-STORAGE SECTION.
    *> Run-time parameters. Resolved the same way as FREQUENCY's:
    *> environment variables first (OFFSEXTR for the extract so the
    01 WS-CYC-CLOSED PIC X(1) VALUE 'N'.
    01 WS-CYC-DATE-DISPLAY PIC 9999/99/99.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    *> Business date for a late-feed catch-up load (second parameter
    *> of LOAD, or FREQBDATE): zero gates on the current cycle.
    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-PARM-DATE PIC X(10).
    01 WS-BUSINESS-DATE-DISPLAY PIC 9999/99/99.
    *> The cycle file holds one record per cycle date, in date order;
    *> it is loaded whole and rewritten whole with this load's date
    *> marked.
    01 WS-CYCT-MAX PIC 9(4) VALUE 400.
    01 WS-CYCT-COUNT PIC 9(4) VALUE 0.
    01 WS-CYCT-SUB PIC 9(4) COMP.
    01 WS-CYCT-HIT PIC 9(4) COMP.
    01 WS-CYCT-EOF PIC 1.
    01 WS-CYCT-TABLE.
        05 WS-CYCT-ENTRY OCCURS 1 TO 400 TIMES
           DEPENDING ON WS-CYCT-COUNT.
            10 WS-CYCT-DATE PIC 9(8).
            10 WS-CYCT-FREQ-DONE PIC X(1).
            10 WS-CYCT-HIST-DONE PIC X(1).
            10 WS-CYCT-RECON-DONE PIC X(1).
            10 WS-CYCT-CLOSED PIC X(1).

    01 FILE-EOF PIC 1.
    01 WS-RECS-LOADED PIC 9(8) VALUE 0.
        05 WS-DEV-ID PIC X(10)
           OCCURS 1 TO 1000 TIMES DEPENDING ON WS-DEV-COUNT.

    *> QUERY across replacements: the device swap register, and the
    *> chain of ids for the queried device, oldest unit first. Each
    *> chain entry after the first carries the swap that brought it
    *> in.
    01 WS-SWAP-FILE PIC X(80) VALUE 'freqswap.reg'.
    01 WS-SWAP-STATUS PIC X(2).
    01 WS-SWAP-EOF PIC 1.
    01 WS-SWP-MAX PIC 9(4) VALUE 1000.
    01 WS-SWP-COUNT PIC 9(4) VALUE 0.
    01 WS-SWP-SUB PIC 9(4) COMP.
    01 WS-SWP-HIT PIC 9(4) COMP.
    01 WS-SWP-TABLE.
        05 WS-SWP-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-SWP-COUNT.
            10 WS-SWP-OLD PIC X(10).
            10 WS-SWP-NEW PIC X(10).
            10 WS-SWP-EFF-DATE PIC 9(8).
            10 WS-SWP-REASON PIC X(40).
    01 WS-CHAIN-ID PIC X(10).
    01 WS-CHAIN-MAX PIC 9(2) VALUE 20.
    01 WS-CHAIN-COUNT PIC 9(2) VALUE 0.
    01 WS-CHAIN-SUB PIC 9(2) COMP.
    01 WS-CHAIN-TABLE.
        05 WS-CHAIN-ENTRY OCCURS 1 TO 20 TIMES
           DEPENDING ON WS-CHAIN-COUNT.
            10 WS-CHAIN-DEVICE PIC X(10).
            10 WS-CHAIN-SWAP PIC 9(4).
    01 WS-CHAIN-SWAP-SUB PIC 9(4) COMP.
    01 WS-LIST-DEVICE PIC X(10).
    01 WS-EFF-DATE-DISPLAY PIC 9999/99/99.

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-RUN-MODE = 'QUERY'
        PERFORM 5000-QUERY-DEVICE
    ELSE
        IF WS-RUN-RC < 8
            PERFORM 0200-CHECK-CYCLE-CONTROL
        END-IF
        IF WS-RUN-RC < 8
            PERFORM 1000-LOAD-EXTRACT
            IF WS-RUN-RC < 8 AND WS-CYC-FOUND = 'Y'
STOP RUN.

0200-CHECK-CYCLE-CONTROL.
    PERFORM 0250-LOAD-CYCLE-TABLE.
    *> No business date - the current cycle, the last on file.
    MOVE 0 TO WS-CYCT-HIT.
    IF WS-BUSINESS-DATE = 0
        MOVE WS-CYCT-COUNT TO WS-CYCT-HIT
    ELSE
        PERFORM VARYING WS-CYCT-SUB FROM 1 BY 1
                UNTIL WS-CYCT-SUB > WS-CYCT-COUNT
            IF WS-CYCT-DATE(WS-CYCT-SUB) = WS-BUSINESS-DATE
                MOVE WS-CYCT-SUB TO WS-CYCT-HIT
                MOVE WS-CYCT-COUNT TO WS-CYCT-SUB
            END-IF
        END-PERFORM
    END-IF.
    IF WS-CYCT-HIT > 0
        MOVE 'Y' TO WS-CYC-FOUND
        MOVE WS-CYCT-DATE(WS-CYCT-HIT) TO WS-CYC-DATE
        MOVE WS-CYCT-FREQ-DONE(WS-CYCT-HIT) TO WS-CYC-FREQ-DONE
        MOVE WS-CYCT-HIST-DONE(WS-CYCT-HIT) TO WS-CYC-HIST-DONE
        MOVE WS-CYCT-RECON-DONE(WS-CYCT-HIT) TO WS-CYC-RECON-DONE
        MOVE WS-CYCT-CLOSED(WS-CYCT-HIT) TO WS-CYC-CLOSED
    END-IF.
    IF WS-CYC-FOUND = 'N'
        IF WS-BUSINESS-DATE > 0 AND WS-CYCT-COUNT > 0
            *> Cycles are on file, just not this one - FREQUENCY has
            *> never run for the business date.
            MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-DISPLAY
            DISPLAY 'FREQUENCY HAS NOT COMPLETED FOR CYCLE '
                WS-BUSINESS-DATE-DISPLAY ' - HISTORY LOAD REFUSED'
            MOVE 8 TO WS-RUN-RC
        ELSE
            DISPLAY 'NO CYCLE CONTROL AT ' WS-CYCLE-FILE
                ' - LOADING WITHOUT A SEQUENCE GATE'
        END-IF
    ELSE
        MOVE WS-CYC-DATE TO WS-CYC-DATE-DISPLAY
        EVALUATE TRUE
        END-EVALUATE
    END-IF.

0250-LOAD-CYCLE-TABLE.
    MOVE 0 TO WS-CYCT-COUNT.
    MOVE 0 TO WS-CYCT-EOF.
    OPEN INPUT CYCLE-FILE.
    IF WS-CYCLE-STATUS = '00'
        PERFORM UNTIL WS-CYCT-EOF = 1
            READ CYCLE-FILE
                AT END MOVE 1 TO WS-CYCT-EOF
                NOT AT END
                    IF WS-CYCT-COUNT >= WS-CYCT-MAX
                        DISPLAY 'CYCLE CONTROL TABLE FULL AT '
                            WS-CYCT-MAX ' DATES - REMAINING RECORDS'
                            ' NOT LOADED'
                        MOVE 1 TO WS-CYCT-EOF
                    ELSE
                        ADD 1 TO WS-CYCT-COUNT
                        MOVE CYC-DATE TO WS-CYCT-DATE(WS-CYCT-COUNT)
                        MOVE CYC-FREQ-DONE
                            TO WS-CYCT-FREQ-DONE(WS-CYCT-COUNT)
                        MOVE CYC-HIST-DONE
                            TO WS-CYCT-HIST-DONE(WS-CYCT-COUNT)
                        MOVE CYC-RECON-DONE
                            TO WS-CYCT-RECON-DONE(WS-CYCT-COUNT)
                        MOVE CYC-CLOSED TO WS-CYCT-CLOSED(WS-CYCT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CYCLE-FILE
    END-IF.

0300-MARK-CYCLE-HIST.
    MOVE 'Y' TO WS-CYC-HIST-DONE.
    MOVE WS-CYC-HIST-DONE TO WS-CYCT-HIST-DONE(WS-CYCT-HIT).
    OPEN OUTPUT CYCLE-FILE.
    IF WS-CYCLE-STATUS NOT = '00'
        DISPLAY 'CYCLE CONTROL COULD NOT BE REWRITTEN: '
            WS-CYCLE-FILE
    ELSE
        PERFORM VARYING WS-CYCT-SUB FROM 1 BY 1
                UNTIL WS-CYCT-SUB > WS-CYCT-COUNT
            MOVE WS-CYCT-DATE(WS-CYCT-SUB) TO CYC-DATE
            MOVE WS-CYCT-FREQ-DONE(WS-CYCT-SUB) TO CYC-FREQ-DONE
            MOVE WS-CYCT-HIST-DONE(WS-CYCT-SUB) TO CYC-HIST-DONE
            MOVE WS-CYCT-RECON-DONE(WS-CYCT-SUB) TO CYC-RECON-DONE
            MOVE WS-CYCT-CLOSED(WS-CYCT-SUB) TO CYC-CLOSED
            WRITE CYCLE-RECORD
        END-PERFORM
        CLOSE CYCLE-FILE
    END-IF.

        IF WS-PARM-MODE = 'QUERY' OR WS-PARM-MODE = 'query'
            MOVE 'QUERY' TO WS-RUN-MODE
            MOVE WS-PARM-DEVICE TO WS-QUERY-DEVICE
        ELSE
            IF WS-PARM-DEVICE NOT = SPACES
                MOVE WS-PARM-DEVICE TO WS-PARM-DATE
                PERFORM 0150-TAKE-BUSINESS-DATE
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQBDATE'.
    IF WS-PARM-ENV NOT = SPACES AND WS-RUN-MODE = 'LOAD'
        MOVE WS-PARM-ENV TO WS-PARM-DATE
        PERFORM 0150-TAKE-BUSINESS-DATE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSEXTR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-EXTRACT-FILE
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-CYCLE-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSWPR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SWAP-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-KEEP.
    ACCEPT WS-PARM-KEEP FROM ENVIRONMENT 'FREQKEEP'.
    IF WS-PARM-KEEP NOT = SPACES
        END-IF
    END-IF.

0150-TAKE-BUSINESS-DATE.
    IF WS-PARM-DATE(1:8) IS NUMERIC AND WS-PARM-DATE(9:2) = SPACES
        MOVE WS-PARM-DATE(1:8) TO WS-BUSINESS-DATE
    ELSE
        DISPLAY 'BUSINESS DATE NOT A YYYYMMDD DATE: ' WS-PARM-DATE
            ' - HISTORY LOAD REFUSED'
        MOVE 8 TO WS-RUN-RC
    END-IF.

1000-LOAD-EXTRACT.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = '00'
        IF WS-HISTORY-STATUS NOT = '00'
            DISPLAY 'HISTORY MASTER NOT FOUND: ' WS-HISTORY-FILE
        ELSE
            PERFORM 5200-BUILD-DEVICE-CHAIN
            IF WS-CHAIN-COUNT = 1
                DISPLAY 'READING HISTORY FOR DEVICE ' WS-QUERY-DEVICE
            ELSE
                DISPLAY 'READING HISTORY FOR DEVICE '
                    WS-CHAIN-DEVICE(WS-CHAIN-COUNT)
                    ' ACROSS ' WS-CHAIN-COUNT ' UNIT(S)'
            END-IF
            PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                    UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
                IF WS-CHAIN-COUNT > 1
                    PERFORM 5300-SHOW-CHAIN-LINK
                END-IF
                MOVE WS-CHAIN-DEVICE(WS-CHAIN-SUB) TO WS-LIST-DEVICE
                PERFORM 5100-LIST-ONE-DEVICE
            END-PERFORM
            CLOSE HISTORY-FILE
            DISPLAY 'READINGS LISTED: ' WS-RECS-LISTED
        END-IF
    END-IF.

5100-LIST-ONE-DEVICE.
    MOVE WS-LIST-DEVICE TO HIST-DEVICE-ID.
    MOVE 0 TO HIST-RUN-DATE.
    MOVE 0 TO HIST-RUN-SEQ.
    MOVE 0 TO WS-HIST-EOF.
    START HISTORY-FILE KEY >= HIST-KEY
        INVALID KEY MOVE 1 TO WS-HIST-EOF
    END-START.
    PERFORM UNTIL WS-HIST-EOF = 1
        READ HISTORY-FILE NEXT
            AT END MOVE 1 TO WS-HIST-EOF
            NOT AT END
                IF HIST-DEVICE-ID = WS-LIST-DEVICE
                    MOVE HIST-RUN-DATE
                        TO WS-RUN-DATE-DISPLAY
                    DISPLAY '  ' WS-RUN-DATE-DISPLAY
                        ' SEQ=' HIST-RUN-SEQ
                        ' FREQ=' HIST-FREQUENCY
                    ADD 1 TO WS-RECS-LISTED
                ELSE
                    MOVE 1 TO WS-HIST-EOF
                END-IF
        END-READ
    END-PERFORM.

5200-BUILD-DEVICE-CHAIN.
    *> Forward from the named id to the newest unit, then back from
    *> the newest to the oldest, so the same history comes out
    *> whichever id of the chain was asked for. An id is retired at
    *> most once, so each step has one successor and one
    *> predecessor; the chain length only guards against a hand-
    *> edited register.
    PERFORM 5250-LOAD-SWAP-REGISTER.
    MOVE WS-QUERY-DEVICE TO WS-CHAIN-ID.
    MOVE 0 TO WS-CHAIN-COUNT.
    MOVE 1 TO WS-SWP-HIT.
    PERFORM UNTIL WS-SWP-HIT = 0 OR WS-CHAIN-COUNT >= WS-CHAIN-MAX
        MOVE 0 TO WS-SWP-HIT
        PERFORM VARYING WS-SWP-SUB FROM 1 BY 1
                UNTIL WS-SWP-SUB > WS-SWP-COUNT
            IF WS-SWP-OLD(WS-SWP-SUB) = WS-CHAIN-ID
                MOVE WS-SWP-SUB TO WS-SWP-HIT
                MOVE WS-SWP-COUNT TO WS-SWP-SUB
            END-IF
        END-PERFORM
        IF WS-SWP-HIT > 0
            MOVE WS-SWP-NEW(WS-SWP-HIT) TO WS-CHAIN-ID
            ADD 1 TO WS-CHAIN-COUNT
        END-IF
    END-PERFORM.
    IF WS-CHAIN-ID NOT = WS-QUERY-DEVICE
        DISPLAY 'DEVICE ' WS-QUERY-DEVICE ' HAS BEEN REPLACED - NOW '
            WS-CHAIN-ID
    END-IF.
    *> Back from the newest: each predecessor is pushed on the front
    *> of the chain table.
    MOVE 1 TO WS-CHAIN-COUNT.
    MOVE WS-CHAIN-ID TO WS-CHAIN-DEVICE(1).
    MOVE 0 TO WS-CHAIN-SWAP(1).
    MOVE 1 TO WS-SWP-HIT.
    PERFORM UNTIL WS-SWP-HIT = 0 OR WS-CHAIN-COUNT >= WS-CHAIN-MAX
        MOVE 0 TO WS-SWP-HIT
        PERFORM VARYING WS-SWP-SUB FROM 1 BY 1
                UNTIL WS-SWP-SUB > WS-SWP-COUNT
            IF WS-SWP-NEW(WS-SWP-SUB) = WS-CHAIN-DEVICE(1)
                MOVE WS-SWP-SUB TO WS-SWP-HIT
                MOVE WS-SWP-COUNT TO WS-SWP-SUB
            END-IF
        END-PERFORM
        IF WS-SWP-HIT > 0
            ADD 1 TO WS-CHAIN-COUNT
            PERFORM VARYING WS-CHAIN-SUB FROM WS-CHAIN-COUNT BY -1
                    UNTIL WS-CHAIN-SUB < 2
                MOVE WS-CHAIN-ENTRY(WS-CHAIN-SUB - 1)
                    TO WS-CHAIN-ENTRY(WS-CHAIN-SUB)
            END-PERFORM
            MOVE WS-SWP-HIT TO WS-CHAIN-SWAP(2)
            MOVE WS-SWP-OLD(WS-SWP-HIT) TO WS-CHAIN-DEVICE(1)
            MOVE 0 TO WS-CHAIN-SWAP(1)
        END-IF
    END-PERFORM.

5250-LOAD-SWAP-REGISTER.
    *> No register means no device has been replaced.
    MOVE 0 TO WS-SWP-COUNT.
    OPEN INPUT SWAP-REGISTER-FILE.
    IF WS-SWAP-STATUS = '00'
        MOVE 0 TO WS-SWAP-EOF
        PERFORM UNTIL WS-SWAP-EOF = 1
            READ SWAP-REGISTER-FILE
                AT END MOVE 1 TO WS-SWAP-EOF
                NOT AT END
                    IF WS-SWP-COUNT >= WS-SWP-MAX
                        DISPLAY 'SWAP REGISTER TABLE FULL AT '
                            WS-SWP-MAX ' ENTRIES - LATER SWAPS'
                            ' NOT FOLLOWED'
                        MOVE 1 TO WS-SWAP-EOF
                    ELSE
                        ADD 1 TO WS-SWP-COUNT
                        MOVE SWP-OLD-ID TO WS-SWP-OLD(WS-SWP-COUNT)
                        MOVE SWP-NEW-ID TO WS-SWP-NEW(WS-SWP-COUNT)
                        MOVE SWP-EFFECTIVE-DATE
                            TO WS-SWP-EFF-DATE(WS-SWP-COUNT)
                        MOVE SWP-REASON
                            TO WS-SWP-REASON(WS-SWP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SWAP-REGISTER-FILE
    END-IF.

5300-SHOW-CHAIN-LINK.
    *> The first unit is headed with its id alone; every later unit
    *> with the swap that brought it in.
    IF WS-CHAIN-SWAP(WS-CHAIN-SUB) = 0
        DISPLAY ' UNDER ' WS-CHAIN-DEVICE(WS-CHAIN-SUB) ':'
    ELSE
        MOVE WS-CHAIN-SWAP(WS-CHAIN-SUB) TO WS-CHAIN-SWAP-SUB
        MOVE WS-SWP-EFF-DATE(WS-CHAIN-SWAP-SUB)
            TO WS-EFF-DATE-DISPLAY
        DISPLAY ' UNDER ' WS-CHAIN-DEVICE(WS-CHAIN-SUB)
            ' - REPLACED ' WS-SWP-OLD(WS-CHAIN-SWAP-SUB)
            ' EFFECTIVE ' WS-EFF-DATE-DISPLAY ': '
            FUNCTION TRIM(WS-SWP-REASON(WS-CHAIN-SWAP-SUB))
    END-IF.
