*> and the device then raises NOT ON DEVICE MASTER alerts all week.
*> This program gives the operator a console dialog to add, change,
*> deactivate, and reactivate device entries, validating the id, the
*> numeric limits, their ordering (minimum not above maximum), and
*> the maximum single-offset magnitude on the way in, and appends
*> every action to a change log of who changed which device's limits
*> and when. The master file itself is only rewritten at a clean
*> END, so an abandoned session changes nothing.
*>
*> Card layout (unchanged except for the new status column): device
*> id 1-10, description 11-40, minimum (sign, then 12 digits) 41-53,
*> maximum 54-66, status 67 (space active, 'I' deactivated - old
*> cards without the column read as active), maximum single-offset
*> magnitude 68-77 (10 digits, the width of an offset; zero or
*> blank - every card written before the column existed - means no
*> spike guard), owning site 78-87 (a site id on the expected-sites
*> master; blank until the device is assigned). FREQUENCY holds any
*> detail record whose offset magnitude is above the maximum step
*> out of the device's total; FREQROLL subtotals the day's
*> frequencies by the owning site and its region.
*>
*> Session commands: ADD, CHANGE, DEACT, REACT, LIST, REVIEW, END. A
*> blank command ends the session the same as END.
*>
*> REVIEW walks the recommended-limits file FREQSPC writes from the
*> history master, offering each device's proposed limits beside its
*> card for the operator to accept or reject one at a time. An
*> accepted recommendation changes the card like CHANGE and both
*> answers go on the change log. A recommendation is skipped when
*> the device is gone or deactivated, or its card has changed since
*> FREQSPC read it - it was worked out against limits no longer on
*> the card.
*>
*> Only an operator whose card on the shared operator authority
*> file grants DEVMAINT may hold a session; the id given at the
*> prompt is checked before the first command, and the grant or
*> refusal goes on the security log.
*>
*> Files via environment: OFFSDEVM device master (the same symbol
*> FREQUENCY loads under; default freqdevm.dat), FREQDMLOG change
*> log (default freqdevm.log), FREQRECF recommended-limits file
*> (default freqspc.rec), FREQAUTH operator authority file (default
*> freqauth.dat), FREQSECL security log (default freqsec.log).
*>
*> Condition codes: 0 session completed, 8 the master could not be
*> rewritten, the change log could not be opened, or the operator
*> is not authorised.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-CHGLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.
        SELECT RECOMMEND-FILE ASSIGN TO DYNAMIC WS-RECOMMEND-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECOMMEND-STATUS.
        SELECT AUTHORITY-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC WS-SECLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
    FILE SECTION.
        05 DM-MAX-SIGN PIC X(1).
        05 DM-MAX-FREQ PIC 9(12).
        05 DM-STATUS PIC X(1).
        05 DM-MAX-STEP PIC X(10).
        05 DM-MAX-STEP-9 REDEFINES DM-MAX-STEP PIC 9(10).
        05 DM-SITE-ID PIC X(10).

    FD CHANGE-LOG-FILE.
    01 CHANGE-LOG-LINE PIC X(180).

    FD RECOMMEND-FILE.
    01 RECOMMEND-RECORD.
        COPY "freqspc.cpy".

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
    01 WS-MASTER-FILE PIC X(80) VALUE 'freqdevm.dat'.
    01 WS-MASTER-STATUS PIC X(2).
    01 WS-CHGLOG-FILE PIC X(80) VALUE 'freqdevm.log'.
    01 WS-CHGLOG-STATUS PIC X(2).
    01 WS-RECOMMEND-FILE PIC X(80) VALUE 'freqspc.rec'.
    01 WS-RECOMMEND-STATUS PIC X(2).
    01 WS-PARM-ENV PIC X(80).

    01 FILE-EOF PIC 1.
    01 WS-CHANGES-MADE PIC 9(4) VALUE 0.
    01 WS-WORK-DEVICE PIC X(10).
    01 WS-WORK-DESC PIC X(30).
    01 WS-WORK-SITE PIC X(10).
    01 WS-OLD-SITE PIC X(10).

    *> Limit entry parsing: an optional leading sign, then digits -
    *> up to twelve of them, the card's field width. More than
    01 WS-OLD-MIN-DISPLAY PIC -(11)9.
    01 WS-OLD-MAX-DISPLAY PIC -(11)9.
    01 WS-ABS-LIMIT PIC 9(12).
    *> Maximum single-offset magnitude (the spike guard): entered
    *> through the same parse as the limits, then held to an
    *> unsigned value that fits the card's ten-digit column.
    01 WS-STEP-MAX-VALUE PIC 9(10) VALUE 9999999999.
    01 WS-NEW-STEP PIC 9(10).
    01 WS-STEP-DISPLAY PIC Z(9)9.
    01 WS-OLD-STEP-DISPLAY PIC Z(9)9.

    *> REVIEW: the card limits a recommendation was worked out
    *> against, signed, to compare with the card as it stands now;
    *> the proposed limits go through WS-NEW-MIN and WS-NEW-MAX.
    01 WS-REC-CUR-MIN PIC S9(12).
    01 WS-REC-CUR-MAX PIC S9(12).
    01 WS-REC-EOF PIC 1.
    01 WS-REC-FROM-DISPLAY PIC 9999/99/99.
    01 WS-REC-TO-DISPLAY PIC 9999/99/99.
    01 WS-RECS-OFFERED PIC 9(4).
    01 WS-RECS-ACCEPTED PIC 9(4).
    01 WS-RECS-REJECTED PIC 9(4).
    01 WS-RECS-SKIPPED PIC 9(4).
    01 WS-REVIEW-VERB PIC X(8).

    *> The whole master held in storage for the session, the same
    *> table shape FREQUENCY loads for tolerance checking, plus the
            10 WS-DM-MIN PIC S9(12).
            10 WS-DM-MAX PIC S9(12).
            10 WS-DM-STATUS PIC X(1).
            10 WS-DM-STEP PIC 9(10).
            10 WS-DM-SITE PIC X(10).

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
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-CHGLOG-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQRECF'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-RECOMMEND-FILE
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

1000-LOAD-MASTER.
    OPEN INPUT DEVICE-MASTER-FILE.
            ELSE
                MOVE SPACE TO WS-DM-STATUS(WS-DM-COUNT)
            END-IF
            *> Cards from before the spike guard end at column 67 -
            *> the blank column reads as no guard, not as an error.
            IF DM-MAX-STEP IS NUMERIC
                MOVE DM-MAX-STEP-9 TO WS-DM-STEP(WS-DM-COUNT)
            ELSE
                IF DM-MAX-STEP NOT = SPACES
                    DISPLAY 'NOTE: ' DM-DEVICE-ID
                        ' HAS A NON-NUMERIC MAXIMUM STEP - HELD AS'
                        ' NO GUARD'
                END-IF
                MOVE 0 TO WS-DM-STEP(WS-DM-COUNT)
            END-IF
            MOVE DM-SITE-ID TO WS-DM-SITE(WS-DM-COUNT)
    END-EVALUATE.

1500-OPEN-CHANGE-LOG.
        DISPLAY 'NO OPERATOR ID GIVEN - SESSION ABANDONED,'
            ' MASTER UNCHANGED'
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE WS-OPERATOR TO WS-AUTH-OPERATOR
        MOVE 'DEVMAINT' TO WS-AUTH-FUNCTION
        MOVE 'DEVICE MASTER SESSION' TO WS-AUTH-DETAIL
        PERFORM 9000-CHECK-AUTHORITY
        IF WS-AUTH-GRANTED = 'N'
            DISPLAY 'SESSION REFUSED - MASTER UNCHANGED'
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

3000-COMMAND-LOOP.
    DISPLAY 'COMMAND (ADD/CHANGE/DEACT/REACT/LIST/REVIEW/END):'.
    MOVE SPACES TO WS-COMMAND-CARD.
    ACCEPT WS-COMMAND-CARD.
    MOVE SPACES TO WS-COMMAND-VERB.
            PERFORM 6500-REACTIVATE-DEVICE
        WHEN 'LIST'
            PERFORM 6800-LIST-DEVICES
        WHEN 'REVIEW'
            PERFORM 6900-REVIEW-RECOMMENDATIONS
        WHEN 'END'
            MOVE 'Y' TO WS-SESSION-DONE
        WHEN SPACES
        DISPLAY 'MAXIMUM FREQUENCY (OPTIONAL SIGN, THEN DIGITS):'
        PERFORM 7300-ASK-LIMIT
    END-IF.
    IF WS-LIMIT-OK = 'Y'
        MOVE WS-LIMIT-VALUE TO WS-NEW-MAX
        DISPLAY 'MAXIMUM SINGLE OFFSET (DIGITS, BLANK FOR NO SPIKE'
            ' GUARD):'
        MOVE SPACES TO WS-LIMIT-IN
        ACCEPT WS-LIMIT-IN
        IF WS-LIMIT-IN = SPACES
            MOVE 0 TO WS-NEW-STEP
        ELSE
            PERFORM 7450-PARSE-STEP
        END-IF
    END-IF.
    IF WS-LIMIT-OK = 'Y'
        DISPLAY 'OWNING SITE (BLANK IF NOT YET ASSIGNED):'
        MOVE SPACES TO WS-REPLY
        ACCEPT WS-REPLY
        MOVE WS-REPLY TO WS-WORK-SITE
    END-IF.
    IF WS-LIMIT-OK NOT = 'Y'
        DISPLAY 'LIMIT REJECTED - ADD ABANDONED'
    ELSE
        IF WS-NEW-MIN > WS-NEW-MAX
            MOVE WS-NEW-MIN TO WS-MIN-DISPLAY
            MOVE WS-NEW-MAX TO WS-MAX-DISPLAY
            MOVE WS-NEW-MIN TO WS-DM-MIN(WS-DM-COUNT)
            MOVE WS-NEW-MAX TO WS-DM-MAX(WS-DM-COUNT)
            MOVE SPACE TO WS-DM-STATUS(WS-DM-COUNT)
            MOVE WS-NEW-STEP TO WS-DM-STEP(WS-DM-COUNT)
            MOVE WS-WORK-SITE TO WS-DM-SITE(WS-DM-COUNT)
            ADD 1 TO WS-CHANGES-MADE
            MOVE WS-NEW-MIN TO WS-MIN-DISPLAY
            MOVE WS-NEW-MAX TO WS-MAX-DISPLAY
            MOVE WS-NEW-STEP TO WS-STEP-DISPLAY
            PERFORM 7500-LOG-ADD
            DISPLAY 'DEVICE ' WS-WORK-DEVICE ' ADDED (MIN='
                WS-MIN-DISPLAY ' MAX=' WS-MAX-DISPLAY
                ' STEP=' WS-STEP-DISPLAY ' SITE=' WS-WORK-SITE ')'
        END-IF
    END-IF.

    ELSE
        MOVE WS-DM-MIN(WS-DM-HIT) TO WS-OLD-MIN-DISPLAY
        MOVE WS-DM-MAX(WS-DM-HIT) TO WS-OLD-MAX-DISPLAY
        MOVE WS-DM-STEP(WS-DM-HIT) TO WS-OLD-STEP-DISPLAY
        DISPLAY 'CURRENT: ' WS-DM-DESC(WS-DM-HIT)
            ' MIN=' WS-OLD-MIN-DISPLAY
            ' MAX=' WS-OLD-MAX-DISPLAY
            ' STEP=' WS-OLD-STEP-DISPLAY
            ' SITE=' WS-DM-SITE(WS-DM-HIT)
        MOVE WS-DM-SITE(WS-DM-HIT) TO WS-OLD-SITE
        DISPLAY 'NEW DESCRIPTION (BLANK TO KEEP):'
        MOVE SPACES TO WS-REPLY
        ACCEPT WS-REPLY
                MOVE WS-LIMIT-VALUE TO WS-NEW-MAX
            END-IF
        END-IF
        IF WS-LIMIT-OK = 'Y'
            DISPLAY 'NEW MAXIMUM SINGLE OFFSET (BLANK TO KEEP,'
                ' 0 FOR NO SPIKE GUARD):'
            MOVE SPACES TO WS-LIMIT-IN
            ACCEPT WS-LIMIT-IN
            IF WS-LIMIT-IN = SPACES
                MOVE WS-DM-STEP(WS-DM-HIT) TO WS-NEW-STEP
            ELSE
                PERFORM 7450-PARSE-STEP
            END-IF
        END-IF
        IF WS-LIMIT-OK = 'Y'
            DISPLAY 'NEW OWNING SITE (BLANK TO KEEP):'
            MOVE SPACES TO WS-REPLY
            ACCEPT WS-REPLY
            IF WS-REPLY NOT = SPACES
                MOVE WS-REPLY TO WS-WORK-SITE
            ELSE
                MOVE WS-OLD-SITE TO WS-WORK-SITE
            END-IF
        END-IF
        EVALUATE TRUE
            WHEN WS-LIMIT-OK NOT = 'Y'
                DISPLAY 'LIMIT REJECTED - CHANGE ABANDONED'
                MOVE WS-WORK-DESC TO WS-DM-DESC(WS-DM-HIT)
                MOVE WS-NEW-MIN TO WS-DM-MIN(WS-DM-HIT)
                MOVE WS-NEW-MAX TO WS-DM-MAX(WS-DM-HIT)
                MOVE WS-NEW-STEP TO WS-DM-STEP(WS-DM-HIT)
                MOVE WS-WORK-SITE TO WS-DM-SITE(WS-DM-HIT)
                ADD 1 TO WS-CHANGES-MADE
                MOVE WS-NEW-MIN TO WS-MIN-DISPLAY
                MOVE WS-NEW-MAX TO WS-MAX-DISPLAY
                MOVE WS-NEW-STEP TO WS-STEP-DISPLAY
                PERFORM 7600-LOG-CHANGE
                DISPLAY 'DEVICE ' WS-WORK-DEVICE ' CHANGED (MIN='
                    WS-MIN-DISPLAY ' MAX=' WS-MAX-DISPLAY
                    ' STEP=' WS-STEP-DISPLAY ' SITE=' WS-WORK-SITE ')'
        END-EVALUATE
    END-IF.

            UNTIL WS-DM-SUB > WS-DM-COUNT
        MOVE WS-DM-MIN(WS-DM-SUB) TO WS-MIN-DISPLAY
        MOVE WS-DM-MAX(WS-DM-SUB) TO WS-MAX-DISPLAY
        MOVE WS-DM-STEP(WS-DM-SUB) TO WS-STEP-DISPLAY
        IF WS-DM-STATUS(WS-DM-SUB) = 'I'
            DISPLAY WS-DM-ID(WS-DM-SUB) ' ' WS-DM-DESC(WS-DM-SUB)
                ' MIN=' WS-MIN-DISPLAY ' MAX=' WS-MAX-DISPLAY
                ' STEP=' WS-STEP-DISPLAY ' SITE=' WS-DM-SITE(WS-DM-SUB)
                ' (DEACTIVATED)'
        ELSE
            DISPLAY WS-DM-ID(WS-DM-SUB) ' ' WS-DM-DESC(WS-DM-SUB)
                ' MIN=' WS-MIN-DISPLAY ' MAX=' WS-MAX-DISPLAY
                ' STEP=' WS-STEP-DISPLAY ' SITE=' WS-DM-SITE(WS-DM-SUB)
        END-IF
    END-PERFORM.

6900-REVIEW-RECOMMENDATIONS.
    OPEN INPUT RECOMMEND-FILE.
    IF WS-RECOMMEND-STATUS NOT = '00'
        DISPLAY 'NO RECOMMENDED-LIMITS FILE AT '
            FUNCTION TRIM(WS-RECOMMEND-FILE) ' - RUN FREQSPC FIRST'
    ELSE
        MOVE 0 TO WS-RECS-OFFERED
        MOVE 0 TO WS-RECS-ACCEPTED
        MOVE 0 TO WS-RECS-REJECTED
        MOVE 0 TO WS-RECS-SKIPPED
        MOVE 0 TO WS-REC-EOF
        PERFORM UNTIL WS-REC-EOF = 1
            READ RECOMMEND-FILE
                AT END MOVE 1 TO WS-REC-EOF
                NOT AT END PERFORM 6910-OFFER-RECOMMENDATION
            END-READ
        END-PERFORM
        CLOSE RECOMMEND-FILE
        DISPLAY 'REVIEW: ' WS-RECS-OFFERED ' OFFERED, '
            WS-RECS-ACCEPTED ' ACCEPTED, ' WS-RECS-REJECTED
            ' REJECTED, ' WS-RECS-SKIPPED ' SKIPPED'
    END-IF.

6910-OFFER-RECOMMENDATION.
    MOVE REC-DEVICE-ID TO WS-WORK-DEVICE.
    PERFORM 7200-FIND-DEVICE.
    MOVE REC-CUR-MIN TO WS-REC-CUR-MIN.
    IF REC-CUR-MIN-SIGN = '-'
        COMPUTE WS-REC-CUR-MIN = 0 - WS-REC-CUR-MIN
    END-IF.
    MOVE REC-CUR-MAX TO WS-REC-CUR-MAX.
    IF REC-CUR-MAX-SIGN = '-'
        COMPUTE WS-REC-CUR-MAX = 0 - WS-REC-CUR-MAX
    END-IF.
    MOVE REC-NEW-MIN TO WS-NEW-MIN.
    IF REC-NEW-MIN-SIGN = '-'
        COMPUTE WS-NEW-MIN = 0 - WS-NEW-MIN
    END-IF.
    MOVE REC-NEW-MAX TO WS-NEW-MAX.
    IF REC-NEW-MAX-SIGN = '-'
        COMPUTE WS-NEW-MAX = 0 - WS-NEW-MAX
    END-IF.
    EVALUATE TRUE
        WHEN REC-CUR-MIN IS NOT NUMERIC
            OR REC-CUR-MAX IS NOT NUMERIC
            OR REC-NEW-MIN IS NOT NUMERIC
            OR REC-NEW-MAX IS NOT NUMERIC
            DISPLAY 'UNREADABLE RECOMMENDATION FOR ' REC-DEVICE-ID
                ' - SKIPPED'
            ADD 1 TO WS-RECS-SKIPPED
        WHEN WS-DM-HIT = 0
            DISPLAY 'DEVICE ' REC-DEVICE-ID
                ' IS NOT ON THE MASTER - RECOMMENDATION SKIPPED'
            ADD 1 TO WS-RECS-SKIPPED
        WHEN WS-DM-STATUS(WS-DM-HIT) = 'I'
            DISPLAY 'DEVICE ' REC-DEVICE-ID
                ' IS DEACTIVATED - RECOMMENDATION SKIPPED'
            ADD 1 TO WS-RECS-SKIPPED
        WHEN WS-DM-MIN(WS-DM-HIT) NOT = WS-REC-CUR-MIN
            OR WS-DM-MAX(WS-DM-HIT) NOT = WS-REC-CUR-MAX
            DISPLAY 'DEVICE ' REC-DEVICE-ID
                ' CARD HAS CHANGED SINCE THE RECOMMENDATION WAS MADE'
                ' - SKIPPED'
            ADD 1 TO WS-RECS-SKIPPED
        WHEN WS-NEW-MIN > WS-NEW-MAX
            DISPLAY 'DEVICE ' REC-DEVICE-ID
                ' PROPOSED MINIMUM IS ABOVE PROPOSED MAXIMUM - SKIPPED'
            ADD 1 TO WS-RECS-SKIPPED
        WHEN OTHER
            PERFORM 6920-ASK-ACCEPT-REJECT
    END-EVALUATE.

6920-ASK-ACCEPT-REJECT.
    ADD 1 TO WS-RECS-OFFERED.
    MOVE WS-DM-MIN(WS-DM-HIT) TO WS-OLD-MIN-DISPLAY.
    MOVE WS-DM-MAX(WS-DM-HIT) TO WS-OLD-MAX-DISPLAY.
    MOVE WS-NEW-MIN TO WS-MIN-DISPLAY.
    MOVE WS-NEW-MAX TO WS-MAX-DISPLAY.
    MOVE REC-WINDOW-FROM TO WS-REC-FROM-DISPLAY.
    MOVE REC-WINDOW-TO TO WS-REC-TO-DISPLAY.
    DISPLAY 'DEVICE ' REC-DEVICE-ID ' ' WS-DM-DESC(WS-DM-HIT).
    DISPLAY '  CARD     MIN=' WS-OLD-MIN-DISPLAY
        ' MAX=' WS-OLD-MAX-DISPLAY.
    DISPLAY '  PROPOSED MIN=' WS-MIN-DISPLAY
        ' MAX=' WS-MAX-DISPLAY.
    DISPLAY '  FROM ' REC-READINGS ' READINGS '
        WS-REC-FROM-DISPLAY ' TO ' WS-REC-TO-DISPLAY
        ' MEAN=' FUNCTION TRIM(REC-MEAN)
        ' STD DEV=' FUNCTION TRIM(REC-STD-DEV).
    MOVE SPACES TO WS-REPLY.
    PERFORM UNTIL WS-REPLY = 'A' OR WS-REPLY = 'R'
            OR WS-REPLY = 'S' OR WS-REPLY = 'X'
        DISPLAY 'ACCEPT (A), REJECT (R), SKIP FOR NOW (S), OR END'
            ' THE REVIEW (X):'
        MOVE SPACES TO WS-REPLY
        ACCEPT WS-REPLY
        MOVE FUNCTION UPPER-CASE(WS-REPLY) TO WS-REPLY
    END-PERFORM.
    EVALUATE WS-REPLY
        WHEN 'A'
            MOVE WS-NEW-MIN TO WS-DM-MIN(WS-DM-HIT)
            MOVE WS-NEW-MAX TO WS-DM-MAX(WS-DM-HIT)
            ADD 1 TO WS-CHANGES-MADE
            ADD 1 TO WS-RECS-ACCEPTED
            MOVE ' ACCEPT ' TO WS-REVIEW-VERB
            PERFORM 7650-LOG-REVIEW
            DISPLAY 'DEVICE ' WS-WORK-DEVICE ' CHANGED (MIN='
                WS-MIN-DISPLAY ' MAX=' WS-MAX-DISPLAY ')'
        WHEN 'R'
            ADD 1 TO WS-RECS-REJECTED
            MOVE ' REJECT ' TO WS-REVIEW-VERB
            PERFORM 7650-LOG-REVIEW
            DISPLAY 'RECOMMENDATION FOR ' WS-WORK-DEVICE
                ' REJECTED - CARD UNCHANGED'
        WHEN 'S'
            ADD 1 TO WS-RECS-SKIPPED
        WHEN 'X'
            ADD 1 TO WS-RECS-SKIPPED
            MOVE 1 TO WS-REC-EOF
    END-EVALUATE.

7100-ASK-DEVICE-ID.
    DISPLAY 'DEVICE ID:'.
    MOVE SPACES TO WS-REPLY.
            END-IF
    END-EVALUATE.

7450-PARSE-STEP.
    *> The maximum step is a magnitude: the limit parse takes the
    *> digits, then a minus sign or an eleventh or twelfth digit is
    *> refused - the card column, like an offset, holds ten.
    PERFORM 7400-PARSE-LIMIT.
    MOVE 0 TO WS-NEW-STEP.
    IF WS-LIMIT-OK = 'Y'
        EVALUATE TRUE
            WHEN WS-LIMIT-SIGN = '-'
                MOVE 'N' TO WS-LIMIT-OK
                DISPLAY 'MAXIMUM STEP CANNOT BE NEGATIVE'
            WHEN WS-LIMIT-VALUE > WS-STEP-MAX-VALUE
                MOVE 'N' TO WS-LIMIT-OK
                DISPLAY 'MAXIMUM STEP HAS MORE THAN 10 DIGITS - THE'
                    ' CARD FIELD HOLDS 10'
            WHEN OTHER
                MOVE WS-LIMIT-VALUE TO WS-NEW-STEP
        END-EVALUATE
    END-IF.

7500-LOG-ADD.
    PERFORM 7900-STAMP-LOG-TIME.
    MOVE SPACES TO CHANGE-LOG-LINE.
           WS-MIN-DISPLAY DELIMITED BY SIZE
           ' MAX=' DELIMITED BY SIZE
           WS-MAX-DISPLAY DELIMITED BY SIZE
           ' STEP=' DELIMITED BY SIZE
           WS-STEP-DISPLAY DELIMITED BY SIZE
           ' SITE=' DELIMITED BY SIZE
           WS-WORK-SITE DELIMITED BY SIZE
           INTO CHANGE-LOG-LINE
    END-STRING.
    WRITE CHANGE-LOG-LINE.
           WS-OLD-MAX-DISPLAY DELIMITED BY SIZE
           '>' DELIMITED BY SIZE
           WS-MAX-DISPLAY DELIMITED BY SIZE
           ' STEP=' DELIMITED BY SIZE
           WS-OLD-STEP-DISPLAY DELIMITED BY SIZE
           '>' DELIMITED BY SIZE
           WS-STEP-DISPLAY DELIMITED BY SIZE
           ' SITE=' DELIMITED BY SIZE
           WS-OLD-SITE DELIMITED BY SIZE
           '>' DELIMITED BY SIZE
           WS-WORK-SITE DELIMITED BY SIZE
           INTO CHANGE-LOG-LINE
    END-STRING.
    WRITE CHANGE-LOG-LINE.

7650-LOG-REVIEW.
    *> The card limits before, then the proposed limits: on an ACCEPT
    *> line that is old>new like CHANGE; on a REJECT line it records
    *> what was turned down, the card keeping the old values.
    PERFORM 7900-STAMP-LOG-TIME.
    MOVE SPACES TO CHANGE-LOG-LINE.
    STRING WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-RUN-TIME-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-OPERATOR DELIMITED BY SIZE
           WS-REVIEW-VERB DELIMITED BY SIZE
           WS-WORK-DEVICE DELIMITED BY SIZE
           ' MIN=' DELIMITED BY SIZE
           WS-OLD-MIN-DISPLAY DELIMITED BY SIZE
           '>' DELIMITED BY SIZE
           WS-MIN-DISPLAY DELIMITED BY SIZE
           ' MAX=' DELIMITED BY SIZE
           WS-OLD-MAX-DISPLAY DELIMITED BY SIZE
           '>' DELIMITED BY SIZE
           WS-MAX-DISPLAY DELIMITED BY SIZE
           ' SPC ' DELIMITED BY SIZE
           WS-REC-FROM-DISPLAY DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           WS-REC-TO-DISPLAY DELIMITED BY SIZE
           INTO CHANGE-LOG-LINE
    END-STRING.
    WRITE CHANGE-LOG-LINE.
            END-IF
            MOVE WS-ABS-LIMIT TO DM-MAX-FREQ
            MOVE WS-DM-STATUS(WS-DM-SUB) TO DM-STATUS
            MOVE WS-DM-STEP(WS-DM-SUB) TO DM-MAX-STEP-9
            MOVE WS-DM-SITE(WS-DM-SUB) TO DM-SITE-ID
            WRITE DEVICE-MASTER-RECORD
        END-PERFORM
        CLOSE DEVICE-MASTER-FILE
        DISPLAY 'DEVICE MASTER REWRITTEN: ' WS-DM-COUNT
            ' ENTRY(IES), ' WS-CHANGES-MADE ' CHANGE(S) LOGGED'
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
        MOVE 'FREQDEVM' TO SEC-PROGRAM
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
