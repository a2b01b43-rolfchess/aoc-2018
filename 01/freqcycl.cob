*> cycle date (an intraday rerun, or recovering a day closed in
*> error).
*>
*> The cycle file holds one record per cycle date. With no date
*> the mode works the current (latest) cycle; naming an earlier
*> date works that day's record instead - REOPEN of a closed day is
*> the explicit override a late feed needs before FREQUENCY will
*> post it under its own business date.
*>
*> REOPEN undoes a sealed day, so it is only done for the operator
*> named in FREQOPER when that id's card on the shared operator
*> authority file grants CYCREOPN; the grant or refusal goes on the
*> security log.
*>
*> Command line: FREQCYCL [CLOSE|STATUS|REOPEN] [cycle-date-YYYYMMDD]
*> (default STATUS of the current cycle)
*> File via environment: FREQCYCF cycle control (default
*> freqcycle.dat, the same symbol the gated programs read);
*> FREQBDATE business date, overriding the date on the command line
*> the way it does for the rest of the catch-up stream; FREQOPER
*> operator id for REOPEN; FREQAUTH operator authority file
*> (default freqauth.dat); FREQSECL security log (default
*> freqsec.log).
*>
*> Condition codes: 0 done, 4 CLOSE sealed a day whose history load
*> or reconciliation had not completed (closed anyway, warned),
*> 8 no cycle control on file (or none for the date named),
*> FREQUENCY has not completed for the date being closed, the
*> mode card or date is unrecognised, or the operator is not
*> authorised to REOPEN.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
        SELECT AUTHORITY-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC WS-SECLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    01 CYCLE-RECORD.
        COPY "freqcyc.cpy".

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
    01 WS-CYCLE-FILE PIC X(80) VALUE 'freqcycle.dat'.
    01 WS-CYCLE-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-MODE PIC X(10).
    01 WS-PARM-DATE PIC X(10).
    01 WS-PARM-ENV PIC X(80).
    01 WS-OPERATOR PIC X(10) VALUE SPACES.
    01 WS-RUN-MODE PIC X(6) VALUE 'STATUS'.
    01 WS-SELECT-DATE PIC 9(8) VALUE 0.
    01 WS-SELECT-DATE-DISPLAY PIC 9999/99/99.

    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-CYC-FOUND PIC X(1) VALUE 'N'.
    01 WS-CYC-CLOSED PIC X(1) VALUE 'N'.
    01 WS-CYC-DATE-DISPLAY PIC 9999/99/99.

    *> Every cycle record on file, in date order, loaded whole and
    *> rewritten whole with the selected date's flags updated.
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
    IF WS-RUN-RC < 8
    ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
    IF WS-PARM-CARD NOT = SPACES
        UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
            INTO WS-PARM-MODE WS-PARM-DATE
        END-UNSTRING
        IF WS-PARM-DATE NOT = SPACES
            PERFORM 0150-TAKE-SELECT-DATE
        END-IF
        EVALUATE WS-PARM-MODE
            WHEN 'CLOSE'
            WHEN 'close'
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-CYCLE-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQOPER'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-OPERATOR
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
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQBDATE'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-PARM-DATE
        PERFORM 0150-TAKE-SELECT-DATE
    END-IF.

0150-TAKE-SELECT-DATE.
    IF WS-PARM-DATE(1:8) IS NUMERIC AND WS-PARM-DATE(9:2) = SPACES
        MOVE WS-PARM-DATE(1:8) TO WS-SELECT-DATE
    ELSE
        DISPLAY 'CYCLE DATE NOT A YYYYMMDD DATE: ' WS-PARM-DATE
        MOVE 8 TO WS-RUN-RC
    END-IF.

1000-READ-CYCLE-CONTROL.
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
                        MOVE 8 TO WS-RUN-RC
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
    *> No date named - the current cycle, the last on file.
    MOVE 0 TO WS-CYCT-HIT.
    IF WS-SELECT-DATE = 0
        MOVE WS-CYCT-COUNT TO WS-CYCT-HIT
    ELSE
        PERFORM VARYING WS-CYCT-SUB FROM 1 BY 1
                UNTIL WS-CYCT-SUB > WS-CYCT-COUNT
            IF WS-CYCT-DATE(WS-CYCT-SUB) = WS-SELECT-DATE
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
        IF WS-SELECT-DATE = 0
            DISPLAY 'NO CYCLE CONTROL AT ' WS-CYCLE-FILE
                ' - NOTHING TO WORK (FREQUENCY OPENS THE CYCLE)'
        ELSE
            MOVE WS-SELECT-DATE TO WS-SELECT-DATE-DISPLAY
            DISPLAY 'NO CYCLE ' WS-SELECT-DATE-DISPLAY ' ON '
                WS-CYCLE-FILE ' - NOTHING TO WORK'
                ' (FREQUENCY OPENS THE CYCLE)'
        END-IF
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE WS-CYC-DATE TO WS-CYC-DATE-DISPLAY
    END-EVALUATE.

4000-REOPEN-CYCLE.
    MOVE WS-OPERATOR TO WS-AUTH-OPERATOR.
    MOVE 'CYCREOPN' TO WS-AUTH-FUNCTION.
    MOVE SPACES TO WS-AUTH-DETAIL.
    STRING 'REOPEN CYCLE ' DELIMITED BY SIZE
           WS-CYC-DATE-DISPLAY DELIMITED BY SIZE
           INTO WS-AUTH-DETAIL
    END-STRING.
    PERFORM 9000-CHECK-AUTHORITY.
    IF WS-AUTH-GRANTED = 'N'
        DISPLAY 'REOPEN REFUSED - CYCLE ' WS-CYC-DATE-DISPLAY
            ' UNCHANGED'
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 'N' TO WS-CYC-FREQ-DONE
        MOVE 'N' TO WS-CYC-HIST-DONE
        MOVE 'N' TO WS-CYC-RECON-DONE
        MOVE 'N' TO WS-CYC-CLOSED
        PERFORM 5000-REWRITE-CYCLE-CONTROL
        DISPLAY 'CYCLE ' WS-CYC-DATE-DISPLAY
            ' REOPENED - ALL STEP FLAGS CLEARED'
    END-IF.

5000-REWRITE-CYCLE-CONTROL.
    OPEN OUTPUT CYCLE-FILE.
            WS-CYCLE-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE WS-CYC-FREQ-DONE TO WS-CYCT-FREQ-DONE(WS-CYCT-HIT)
        MOVE WS-CYC-HIST-DONE TO WS-CYCT-HIST-DONE(WS-CYCT-HIT)
        MOVE WS-CYC-RECON-DONE TO WS-CYCT-RECON-DONE(WS-CYCT-HIT)
        MOVE WS-CYC-CLOSED TO WS-CYCT-CLOSED(WS-CYCT-HIT)
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
        MOVE 'FREQCYCL' TO SEC-PROGRAM
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
