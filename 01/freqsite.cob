*>
*> Site master card, fixed columns like the device master: site id
*> 1-10, site name 11-40, expected feed days 41-47 (one Y/N per
*> day, Monday through Sunday), contact 48-77, region 78-87 (read
*> by the FREQROLL site and region rollup; not used here).
*>
*> Command line: FREQSITE [report-date-YYYYMMDD]
*> With no date the report covers today. FREQBDATE, the business
*> date a late-feed catch-up runs under, overrides the command line
*> so the whole catch-up stream reports the same day. Files that
*> FREQUENCY posted late under that date are counted per site and
*> shown with the date they were actually processed. Records the
*> spike guard held out of a device's total are counted per site,
*> pointing the operator at FREQFIX to confirm or correct them.
*> Files via environment:
*> FREQSMAST site master (default freqsite.dat), OFFSSLOG site
*> transmission log (default freqsite.log, the same symbol
*> FREQUENCY writes under), FREQSRPT report (default freqsite.rpt).
*>
*> Condition codes: 0 every expected site transmitted and balanced,
*> 4 an expected site is missing or a site's file failed balancing,
*> 8 the site master or the transmission log is missing, or the
*> report date or FREQBDATE is not a valid YYYYMMDD date.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        05 SM-SITE-NAME PIC X(30).
        05 SM-FEED-DAYS PIC X(7).
        05 SM-CONTACT PIC X(30).
        05 SM-REGION PIC X(10).

    *> Site transmission log row, fixed columns as written by
    *> FREQUENCY's 4200-LOG-SITE-CONTROL: run date 1-10
    *> 33-38, record count 39-46, ' REJS=' 47-52, reject count
    *> 53-60, ' BAL=' 61-65, flag 66: 'Y' balanced, 'N' failed
    *> balancing, 'D' refused by the duplicate/out-of-sequence
    *> transmission guard; a late posting adds ' LATE=' 67-72 and
    *> the date actually processed (YYYY/MM/DD) 73-82; ' SPKS='
    *> 83-88 and the count of records held out by the spike guard
    *> 89-96 (absent on rows logged before the spike guard).
    FD SITE-LOG-FILE.
    01 SITE-LOG-REC.
        05 SL-DATE-X.
        05 SL-REJS PIC X(8).
        05 SL-BAL-TAG PIC X(5).
        05 SL-BAL-FLAG PIC X(1).
        05 SL-LATE-TAG PIC X(6).
        05 SL-PROCESS-DATE PIC X(10).
        05 SL-SPIKE-TAG PIC X(6).
        05 SL-SPIKES PIC X(8).
        05 FILLER PIC X(36).

    FD SITE-REPORT-FILE.
    01 SITE-RPT-LINE PIC X(132).
    01 FILE-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-REPORT-DATE PIC 9(8).
    *> A date parameter is checked here before it becomes the report
    *> date - a date that is not on the calendar refuses the run.
    01 WS-CHECK-DATE PIC 9(8) VALUE 0.
    01 WS-REPORT-DATE-DISPLAY PIC 9999/99/99.

    *> Day of week of the report date, 1 Monday through 7 Sunday,
    01 WS-SITES-UNKNOWN PIC 9(4) VALUE 0.
    01 WS-UNBALANCED-FILES PIC 9(6) VALUE 0.
    01 WS-REFUSED-FILES PIC 9(6) VALUE 0.
    01 WS-LATE-FILES PIC 9(6) VALUE 0.
    01 WS-SPIKE-RECS PIC 9(8) VALUE 0.

    *> One entry per site: the master card fields, whether the
    *> master listed it (unlisted sites that transmit anyway get an
            10 WS-SITE-REJS PIC 9(8).
            10 WS-SITE-UNBAL PIC 9(6).
            10 WS-SITE-REFUSED PIC 9(6).
            10 WS-SITE-LATE PIC 9(6).
            10 WS-SITE-LATE-PROCESSED PIC X(10).
            10 WS-SITE-SPIKES PIC 9(8).

    *> Report line fields.
    01 WS-REJECT-RATE PIC 9(3)V99.
PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    MOVE WS-REPORT-DATE TO WS-REPORT-DATE-DISPLAY.
    IF WS-RUN-RC < 8
        PERFORM 0200-SET-DAY-OF-WEEK
        PERFORM 1000-LOAD-SITE-MASTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2000-TAKE-SITE-LOG
    END-IF.
            INTO WS-PARM-DATE
        END-UNSTRING
        IF WS-PARM-DATE NOT = SPACES
            MOVE 0 TO WS-CHECK-DATE
            IF WS-PARM-DATE IS NUMERIC
                MOVE WS-PARM-DATE TO WS-CHECK-DATE
            END-IF
            IF WS-CHECK-DATE = 0
                OR FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
                DISPLAY 'REPORT DATE PARAMETER IS NOT A YYYYMMDD DATE: '
                    WS-PARM-DATE ' - RUN REFUSED'
                MOVE 8 TO WS-RUN-RC
            ELSE
                MOVE WS-CHECK-DATE TO WS-REPORT-DATE
            END-IF
        END-IF
    END-IF.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SITE-RPT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQBDATE'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE 0 TO WS-CHECK-DATE
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-ENV)) = 8
            MOVE FUNCTION TRIM(WS-PARM-ENV) TO WS-CHECK-DATE
        END-IF
        IF WS-CHECK-DATE = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
            DISPLAY 'FREQBDATE IS NOT A YYYYMMDD DATE: '
                FUNCTION TRIM(WS-PARM-ENV) ' - RUN REFUSED'
            MOVE 8 TO WS-RUN-RC
        ELSE
            MOVE WS-CHECK-DATE TO WS-REPORT-DATE
        END-IF
    END-IF.

0200-SET-DAY-OF-WEEK.
    *> Day 1 of the standard date integer (1601-01-01) was a Monday,
            MOVE 0 TO WS-SITE-REJS(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-UNBAL(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-REFUSED(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-LATE(WS-SITE-COUNT)
            MOVE SPACES TO WS-SITE-LATE-PROCESSED(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-SPIKES(WS-SITE-COUNT)
    END-EVALUATE.

2000-TAKE-SITE-LOG.
                        ADD 1 TO WS-SITE-UNBAL(WS-SITE-HIT)
                        ADD 1 TO WS-UNBALANCED-FILES
                END-EVALUATE
                IF SL-LATE-TAG = ' LATE='
                    *> Taken under this business date by a catch-up
                    *> run; the latest processing date is shown.
                    ADD 1 TO WS-SITE-LATE(WS-SITE-HIT)
                    ADD 1 TO WS-LATE-FILES
                    IF SL-PROCESS-DATE > WS-SITE-LATE-PROCESSED(WS-SITE-HIT)
                        MOVE SL-PROCESS-DATE
                            TO WS-SITE-LATE-PROCESSED(WS-SITE-HIT)
                    END-IF
                END-IF
                IF SL-SPIKE-TAG = ' SPKS='
                    AND SL-SPIKES IS NUMERIC
                    COMPUTE WS-SITE-SPIKES(WS-SITE-HIT) =
                        WS-SITE-SPIKES(WS-SITE-HIT)
                        + FUNCTION NUMVAL(SL-SPIKES)
                    COMPUTE WS-SPIKE-RECS =
                        WS-SPIKE-RECS + FUNCTION NUMVAL(SL-SPIKES)
                END-IF
            END-IF
        END-IF
    END-IF.
            MOVE 0 TO WS-SITE-REJS(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-UNBAL(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-REFUSED(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-LATE(WS-SITE-COUNT)
            MOVE SPACES TO WS-SITE-LATE-PROCESSED(WS-SITE-COUNT)
            MOVE 0 TO WS-SITE-SPIKES(WS-SITE-COUNT)
            MOVE WS-SITE-COUNT TO WS-SITE-HIT
        END-IF
    END-IF.
        END-STRING
        WRITE SITE-RPT-LINE
    END-IF.
    IF WS-SITE-LATE(WS-SITE-SUB) > 0
        MOVE WS-SITE-LATE(WS-SITE-SUB) TO WS-FILES-DISPLAY
        MOVE SPACES TO SITE-RPT-LINE
        STRING '    *** ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FILES-DISPLAY) DELIMITED BY SIZE
               ' FILE(S) POSTED LATE - PROCESSED ' DELIMITED BY SIZE
               WS-SITE-LATE-PROCESSED(WS-SITE-SUB) DELIMITED BY SIZE
               INTO SITE-RPT-LINE
        END-STRING
        WRITE SITE-RPT-LINE
    END-IF.
    IF WS-SITE-SPIKES(WS-SITE-SUB) > 0
        MOVE WS-SITE-SPIKES(WS-SITE-SUB) TO WS-RECS-DISPLAY
        MOVE SPACES TO SITE-RPT-LINE
        STRING '    *** ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECS-DISPLAY) DELIMITED BY SIZE
               ' RECORD(S) HELD OUT AS SPIKES - CONFIRM OR CORRECT'
               DELIMITED BY SIZE
               ' VIA FREQFIX' DELIMITED BY SIZE
               INTO SITE-RPT-LINE
        END-STRING
        WRITE SITE-RPT-LINE
    END-IF.
    IF WS-SITE-ON-MASTER(WS-SITE-SUB) = 'N'
        MOVE '    *** SITE IS NOT ON THE SITE MASTER - REGISTER IT'
            TO SITE-RPT-LINE
        END-STRING
        WRITE SITE-RPT-LINE
    END-IF.
    IF WS-LATE-FILES > 0
        MOVE SPACES TO SITE-RPT-LINE
        STRING 'LATE POSTINGS TAKEN: ' DELIMITED BY SIZE
               WS-LATE-FILES DELIMITED BY SIZE
               ' - PROCESSED AFTER THEIR BUSINESS DATE'
               DELIMITED BY SIZE
               INTO SITE-RPT-LINE
        END-STRING
        WRITE SITE-RPT-LINE
    END-IF.
    IF WS-SPIKE-RECS > 0
        MOVE SPACES TO SITE-RPT-LINE
        STRING 'SPIKES HELD OUT:     ' DELIMITED BY SIZE
               WS-SPIKE-RECS DELIMITED BY SIZE
               ' - HELD OUT OF DEVICE TOTALS PENDING FREQFIX'
               DELIMITED BY SIZE
               INTO SITE-RPT-LINE
        END-STRING
        WRITE SITE-RPT-LINE
    END-IF.
