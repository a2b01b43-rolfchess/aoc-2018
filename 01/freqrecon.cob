*>
*> Optional command-line parameter: a run date (YYYYMMDD) to limit
*> the reconciliation to that day; with no parameter every date on
*> file is reconciled. FREQBDATE, the business date a late-feed
*> catch-up runs under, sets the same date. A dated run is gated on
*> that date's cycle record, an undated one on the current cycle.
*> Runs FREQUENCY posted late are listed so the day's certification
*> shows which of its readings were processed after the fact.
*>
*> Condition codes: 0 the day balances, 4 discrepancies found,
*> 8 an input file is missing or the key table overflowed.
    *> Audit row, fixed columns as written by FREQUENCY: run date
    *> 1-10 (YYYY/MM/DD), run time 12-19, device id 21-30, input
    *> file 32-111, ' RECS=' 112-117, record count 118-125,
    *> ' FREQ=' 126-131, frequency 132-147; a late posting adds
    *> ' LATE' 148-152 and the date processed (YYYYMMDD) 153-160.
    FD AUDIT-FILE.
    01 AUDIT-LINE PIC X(160).

        05 WS-AUD-RECS PIC X(8).
        05 WS-AUD-FREQ-TAG PIC X(6).
        05 WS-AUD-FREQ PIC X(16).
        05 WS-AUD-LATE-TAG PIC X(5).
        05 WS-AUD-LATE-DATE PIC X(8).
        05 FILLER PIC X(1).
    01 WS-AUD-DATE-NUM.
        05 WS-AUD-NUM-YYYY PIC X(4).
        05 WS-AUD-NUM-MM PIC X(2).
    01 WS-CYC-RECON-DONE PIC X(1) VALUE 'N'.
    01 WS-CYC-CLOSED PIC X(1) VALUE 'N'.
    01 WS-CYC-DATE-DISPLAY PIC 9999/99/99.
    *> The cycle file holds one record per cycle date, in date order;
    *> it is loaded whole and rewritten whole with this run's date
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
    01 WS-AUDIT-ROWS PIC 9(8) VALUE 0.
    01 WS-BAD-AUDIT-ROWS PIC 9(8) VALUE 0.
    01 WS-DISCREPANCIES PIC 9(6) VALUE 0.
    01 WS-KEYS-MATCHED PIC 9(6) VALUE 0.
    01 WS-LATE-POSTINGS PIC 9(6) VALUE 0.
    01 WS-LATE-DATE-9 PIC 9(8).
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-DATE-DISPLAY PIC 9999/99/99.
    01 WS-SEQ-DISPLAY PIC 9(6).
            10 WS-KEY-EXT-ROWS PIC 9(6).
            10 WS-KEY-AUD-FREQ PIC S9(12)V9(3).
            10 WS-KEY-EXT-FREQ PIC S9(12)V9(3).
            10 WS-KEY-LATE-DATE PIC 9(8).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-RUN-RC < 8
        PERFORM 0200-CHECK-CYCLE-CONTROL
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1000-TAKE-AUDIT-TRAIL
    END-IF.
STOP RUN.

0200-CHECK-CYCLE-CONTROL.
    PERFORM 0250-LOAD-CYCLE-TABLE.
    *> No date named - the current cycle, the last on file.
    MOVE 0 TO WS-CYCT-HIT.
    IF WS-FILTER-DATE = 0
        MOVE WS-CYCT-COUNT TO WS-CYCT-HIT
    ELSE
        PERFORM VARYING WS-CYCT-SUB FROM 1 BY 1
                UNTIL WS-CYCT-SUB > WS-CYCT-COUNT
            IF WS-CYCT-DATE(WS-CYCT-SUB) = WS-FILTER-DATE
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
        IF WS-FILTER-DATE > 0 AND WS-CYCT-COUNT > 0
            *> Cycles are on file, just not this one - FREQUENCY has
            *> never run for the date.
            MOVE WS-FILTER-DATE TO WS-DATE-DISPLAY
            DISPLAY 'FREQUENCY HAS NOT COMPLETED FOR CYCLE '
                WS-DATE-DISPLAY ' - RECONCILIATION REFUSED'
            MOVE 8 TO WS-RUN-RC
        ELSE
            DISPLAY 'NO CYCLE CONTROL AT ' WS-CYCLE-FILE
                ' - RECONCILING WITHOUT A SEQUENCE GATE'
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

0300-MARK-CYCLE-RECON.
    MOVE 'Y' TO WS-CYC-RECON-DONE.
    MOVE WS-CYC-RECON-DONE TO WS-CYCT-RECON-DONE(WS-CYCT-HIT).
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

    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-CYCLE-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQBDATE'.
    IF WS-PARM-ENV NOT = SPACES
        *> A catch-up reconciliation must certify the business date
        *> it was asked for, never fall back to every date on file.
        IF WS-PARM-ENV(1:8) IS NUMERIC AND WS-PARM-ENV(9:72) = SPACES
            MOVE WS-PARM-ENV(1:8) TO WS-FILTER-DATE
        ELSE
            DISPLAY 'FREQBDATE IS NOT A YYYYMMDD DATE: '
                FUNCTION TRIM(WS-PARM-ENV) ' - RECONCILIATION REFUSED'
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

1000-TAKE-AUDIT-TRAIL.
    OPEN INPUT AUDIT-FILE.
                ADD 1 TO WS-KEY-AUD-ROWS(WS-KEY-HIT)
                COMPUTE WS-KEY-AUD-FREQ(WS-KEY-HIT) =
                    FUNCTION NUMVAL(WS-AUD-FREQ)
                IF WS-AUD-LATE-TAG = ' LATE'
                    AND WS-AUD-LATE-DATE IS NUMERIC
                    MOVE WS-AUD-LATE-DATE TO WS-KEY-LATE-DATE(WS-KEY-HIT)
                END-IF
            END-IF
        END-IF
    END-IF.
            MOVE 0 TO WS-KEY-EXT-ROWS(WS-KEY-COUNT)
            MOVE 0 TO WS-KEY-AUD-FREQ(WS-KEY-COUNT)
            MOVE 0 TO WS-KEY-EXT-FREQ(WS-KEY-COUNT)
            MOVE 0 TO WS-KEY-LATE-DATE(WS-KEY-COUNT)
            MOVE WS-KEY-COUNT TO WS-KEY-HIT
        END-IF
    END-IF.
                ADD 1 TO WS-KEYS-MATCHED
            END-IF
    END-EVALUATE.
    *> A late posting is not a discrepancy - it is listed so the
    *> certification shows it was taken after its business date.
    IF WS-KEY-LATE-DATE(WS-KEY-SUB) > 0
        ADD 1 TO WS-LATE-POSTINGS
        MOVE WS-KEY-LATE-DATE(WS-KEY-SUB) TO WS-LATE-DATE-9
        MOVE WS-LATE-DATE-9 TO WS-DATE-DISPLAY
        MOVE SPACES TO RECON-LINE
        STRING 'LATE POSTING     : ' DELIMITED BY SIZE
               WS-KEY-DEVICE(WS-KEY-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-KEY-DATE(WS-KEY-SUB) DELIMITED BY SIZE
               ' SEQ=' DELIMITED BY SIZE
               WS-SEQ-DISPLAY DELIMITED BY SIZE
               ' PROCESSED ' DELIMITED BY SIZE
               WS-DATE-DISPLAY DELIMITED BY SIZE
               INTO RECON-LINE
        END-STRING
        WRITE RECON-LINE
    END-IF.

3200-WRITE-DISCREPANCY.
    WRITE RECON-LINE.
           INTO RECON-LINE
    END-STRING.
    WRITE RECON-LINE.
    IF WS-LATE-POSTINGS > 0
        MOVE SPACES TO RECON-LINE
        STRING 'LATE POSTINGS      : ' DELIMITED BY SIZE
               WS-LATE-POSTINGS DELIMITED BY SIZE
               ' RUN(S) PROCESSED AFTER THEIR BUSINESS DATE'
               DELIMITED BY SIZE
               INTO RECON-LINE
        END-STRING
        WRITE RECON-LINE
    END-IF.
    IF WS-BAD-AUDIT-ROWS > 0
        MOVE SPACES TO RECON-LINE
        STRING 'UNMATCHABLE AUDIT  : ' DELIMITED BY SIZE
