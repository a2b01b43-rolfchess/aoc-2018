IDENTIFICATION DIVISION.
PROGRAM-ID. FREQPARE.
*> Pareto analysis of rejected records across sites. FREQUENCY
*> writes a per-device exceptions listing each run, and nothing read
*> them in aggregate, so "what kind of bad data is this site sending"
*> or "did the new firmware cause the decimal-format rejects" had no
*> answer. Every line of those listings now carries a standard
*> reason code (FREQRSN table), the site id from the offsets-file
*> header, the business date and the device id (layout FREQEXC).
*> This program reads the listings named on a list file and counts
*> the lines whose business date falls in the period asked for, and
*> in the prior period of the same length immediately before it.
*>
*> The report is a Pareto of rejects by reason code - largest first,
*> with each code's share of the rejects and the running share - for
*> all sites together, then for each site, then for each device. For
*> each code it also gives the prior period's count and share and
*> how many points the share moved, so a code that grew shows up
*> even when its count is small. Records the spike guard held out are
*> counted under their own code beside the validation rejects.
*>
*> Listing lines written before reason codes existed have no business
*> date; they are counted and left out of the analysis. A file with
*> no site on its header is grouped under (NONE). A code not on the
*> FREQRSN table is still counted and is flagged on the report.
*>
*> List file: one exceptions-listing file name per line - the
*> listings kept for the period, each device's as FREQUENCY names it
*> (device id, a dash, then the OFFSEXCP name in a multi-device run).
*>
*> Command line: FREQPARE [period-days [end-date-YYYYMMDD]]
*> The period defaults to the 30 days ending today.
*> Files via environment: FREQXLST list of exceptions listings
*> (default freqexc.lst), FREQPRPT Pareto report (default
*> freqpare.rpt).
*>
*> Condition codes: 0 every listing read cleanly, 4 a listing on the
*> list could not be opened or held lines that are not exception
*> lines, 8 the list is missing or empty, a parameter is invalid, a
*> table overflowed, or the report could not be written.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
        SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC WS-EXCEPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-STATUS.
        SELECT PARETO-REPORT-FILE ASSIGN TO DYNAMIC WS-PARE-RPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARE-RPT-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LIST-FILE.
    01 LIST-LINE PIC X(80).

    *> Exceptions-listing line as FREQUENCY writes it.
    FD EXCEPTIONS-FILE.
    01 EXCEPTION-LINE.
        COPY "freqexc.cpy".

    FD PARETO-REPORT-FILE.
    01 PARE-RPT-LINE PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-LIST-FILE PIC X(80) VALUE 'freqexc.lst'.
    01 WS-LIST-STATUS PIC X(2).
    01 WS-EXCEPT-FILE PIC X(80).
    01 WS-EXCEPT-STATUS PIC X(2).
    01 WS-PARE-RPT-FILE PIC X(80) VALUE 'freqpare.rpt'.
    01 WS-PARE-RPT-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-DAYS PIC X(10).
    01 WS-PARM-END PIC X(10).
    01 WS-PARM-ENV PIC X(80).

    01 FILE-EOF PIC 1.
    01 WS-LIST-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-RUN-DATE PIC 9(8).

    *> The period asked for, and the prior period of the same length
    *> that ends the day before it starts.
    01 WS-PERIOD-DAYS PIC 9(4) VALUE 30.
    01 WS-PERIOD-FROM PIC 9(8) VALUE 0.
    01 WS-PERIOD-TO PIC 9(8) VALUE 0.
    01 WS-PRIOR-FROM PIC 9(8) VALUE 0.
    01 WS-PRIOR-TO PIC 9(8) VALUE 0.
    01 WS-PERIOD-FROM-DISPLAY PIC 9999/99/99.
    01 WS-PERIOD-TO-DISPLAY PIC 9999/99/99.
    01 WS-PRIOR-FROM-DISPLAY PIC 9999/99/99.
    01 WS-PRIOR-TO-DISPLAY PIC 9999/99/99.
    *> 'C' the line falls in the period, 'P' in the prior period,
    *> 'N' in neither.
    01 WS-LINE-PERIOD PIC X(1).

    01 WS-FILES-LISTED PIC 9(6) VALUE 0.
    01 WS-FILES-MISSING PIC 9(6) VALUE 0.
    01 WS-LINES-READ PIC 9(8) VALUE 0.
    01 WS-LINES-UNDATED PIC 9(8) VALUE 0.
    01 WS-LINES-UNREADABLE PIC 9(8) VALUE 0.
    01 WS-LINES-OUTSIDE PIC 9(8) VALUE 0.
    01 WS-LINES-CURRENT PIC 9(8) VALUE 0.
    01 WS-LINES-PRIOR PIC 9(8) VALUE 0.

    *> Standard reject reason codes and their text.
    01 WS-REASON-CODES.
        COPY "freqrsn.cpy".
    01 WS-RSN-SUB PIC 9(2) COMP.
    01 WS-REASON-TEXT PIC X(40).
    01 WS-REASON-KNOWN PIC X(1).
    01 WS-UNKNOWN-CODES PIC 9(6) VALUE 0.

    *> Site shown for a listing whose file had no header.
    01 WS-NO-SITE PIC X(10) VALUE '(NONE)'.

    *> What one line adds to: the level ('1' all sites, '2' a site,
    *> '3' a device), the site or device it is grouped under, and
    *> the reason code.
    01 WS-CNT-LEVEL PIC X(1).
    01 WS-CNT-GROUP PIC X(10).
    01 WS-CNT-SITE PIC X(10).
    01 WS-CNT-DEVICE PIC X(10).
    01 WS-CNT-CODE PIC X(4).

    *> One entry per group: all sites, each site, each device, with
    *> its reject totals for the two periods - the base each code's
    *> share is taken from. A device also keeps the site it reported
    *> under most recently, for its heading.
    01 WS-GR-MAX PIC 9(4) VALUE 2000.
    01 WS-GR-COUNT PIC 9(4) VALUE 0.
    01 WS-GR-SUB PIC 9(4) COMP.
    01 WS-GR-HIT PIC 9(4) COMP.
    01 WS-GR-TABLE.
        05 WS-GR-ENTRY OCCURS 1 TO 2000 TIMES
           DEPENDING ON WS-GR-COUNT.
            10 WS-GR-LEVEL PIC X(1).
            10 WS-GR-GROUP PIC X(10).
            10 WS-GR-SITE PIC X(10).
            10 WS-GR-CUR PIC 9(7).
            10 WS-GR-PRI PIC 9(7).

    *> One entry per group and reason code. The key is the report
    *> order: level, group, then largest count first (the rank is
    *> the count taken from 9999999, set just before the sort), then
    *> code.
    01 WS-CL-MAX PIC 9(4) VALUE 5000.
    01 WS-CL-COUNT PIC 9(4) VALUE 0.
    01 WS-CL-SUB PIC 9(4) COMP.
    01 WS-CL-SUB-2 PIC 9(4) COMP.
    01 WS-CL-HIT PIC 9(4) COMP.
    01 WS-TABLE-FULL PIC X(1) VALUE 'N'.
    01 WS-CL-TABLE.
        05 WS-CL-ENTRY OCCURS 1 TO 5000 TIMES
           DEPENDING ON WS-CL-COUNT.
            10 WS-CL-KEY.
                15 WS-CL-LEVEL PIC X(1).
                15 WS-CL-GROUP PIC X(10).
                15 WS-CL-RANK PIC 9(7).
                15 WS-CL-CODE PIC X(4).
            10 WS-CL-CUR PIC 9(7).
            10 WS-CL-PRI PIC 9(7).
    01 WS-SWAP-ENTRY.
        05 WS-SWAP-KEY PIC X(22).
        05 WS-SWAP-REST PIC X(14).

    *> Control break on the group being printed, and the running
    *> count behind the cumulative share.
    01 WS-BRK-LEVEL PIC X(1).
    01 WS-BRK-GROUP PIC X(10).
    01 WS-GRP-CUR PIC 9(7).
    01 WS-GRP-PRI PIC 9(7).
    01 WS-CUM-CUR PIC 9(7).
    01 WS-GROUPS-PRINTED PIC 9(4) VALUE 0.

    *> Report line fields. Shares are percentages of the group's
    *> rejects in the period; the movement is in percentage points.
    01 WS-SHARE PIC 9(3)V9.
    01 WS-CUM-SHARE PIC 9(3)V9.
    01 WS-PRI-SHARE PIC 9(3)V9.
    01 WS-MOVE-POINTS PIC S9(3)V9.
    01 WS-COUNT-DISPLAY PIC Z(6)9.
    01 WS-PRI-DISPLAY PIC Z(6)9.
    01 WS-SHARE-DISPLAY PIC ZZ9.9.
    01 WS-CUM-DISPLAY PIC ZZ9.9.
    01 WS-PRI-SHARE-DISPLAY PIC ZZ9.9.
    01 WS-MOVE-DISPLAY PIC +(3)9.9.
    01 WS-CHANGE-COUNT PIC S9(7).
    01 WS-CHANGE-DISPLAY PIC +(7)9.
    01 WS-CODE-NOTE PIC X(24).
    01 WS-GROUP-TITLE PIC X(60).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-RUN-RC < 8
        PERFORM 1000-TAKE-LISTINGS
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2000-SORT-CELLS
        PERFORM 3000-WRITE-PARETO-REPORT
    END-IF.
    DISPLAY 'PARETO: ' WS-FILES-LISTED ' LISTING(S), '
        WS-LINES-CURRENT ' REJECT(S) IN PERIOD, '
        WS-LINES-PRIOR ' IN PRIOR PERIOD, '
        WS-LINES-UNDATED ' UNDATED'.
    IF (WS-FILES-MISSING > 0 OR WS-LINES-UNREADABLE > 0)
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
    IF WS-RUN-RC < 8
        COMPUTE WS-PERIOD-FROM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
            - WS-PERIOD-DAYS + 1)
        COMPUTE WS-PRIOR-TO = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) - 1)
        COMPUTE WS-PRIOR-FROM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-PRIOR-TO)
            - WS-PERIOD-DAYS + 1)
        MOVE WS-PERIOD-FROM TO WS-PERIOD-FROM-DISPLAY
        MOVE WS-PERIOD-TO TO WS-PERIOD-TO-DISPLAY
        MOVE WS-PRIOR-FROM TO WS-PRIOR-FROM-DISPLAY
        MOVE WS-PRIOR-TO TO WS-PRIOR-TO-DISPLAY
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQXLST'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-LIST-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQPRPT'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-PARE-RPT-FILE
    END-IF.

1000-TAKE-LISTINGS.
    OPEN INPUT LIST-FILE.
    IF WS-LIST-STATUS NOT = '00'
        DISPLAY 'LISTING LIST NOT FOUND: ' WS-LIST-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO WS-LIST-EOF
        PERFORM UNTIL WS-LIST-EOF = 1
                OR WS-TABLE-FULL = 'Y'
            READ LIST-FILE
                AT END MOVE 1 TO WS-LIST-EOF
                NOT AT END
                    IF LIST-LINE NOT = SPACES
                        PERFORM 1100-TAKE-ONE-LISTING
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LIST-FILE
        IF WS-FILES-LISTED = 0
            DISPLAY 'LISTING LIST IS EMPTY: ' WS-LIST-FILE
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

1100-TAKE-ONE-LISTING.
    ADD 1 TO WS-FILES-LISTED.
    MOVE FUNCTION TRIM(LIST-LINE) TO WS-EXCEPT-FILE.
    OPEN INPUT EXCEPTIONS-FILE.
    IF WS-EXCEPT-STATUS NOT = '00'
        DISPLAY 'EXCEPTIONS LISTING NOT FOUND: ' WS-EXCEPT-FILE
        ADD 1 TO WS-FILES-MISSING
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
                OR WS-TABLE-FULL = 'Y'
            READ EXCEPTIONS-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF EXCEPTION-LINE NOT = SPACES
                        PERFORM 1200-TAKE-ONE-EXCEPTION-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXCEPTIONS-FILE
    END-IF.

1200-TAKE-ONE-EXCEPTION-LINE.
    ADD 1 TO WS-LINES-READ.
    EVALUATE TRUE
        WHEN EXC-TAG NOT = ' - REJECTED: '
            AND EXC-TAG NOT = ' - HELD OUT: '
            ADD 1 TO WS-LINES-UNREADABLE
        WHEN EXC-RUN-DATE IS NOT NUMERIC
            OR EXC-REASON-CODE = SPACES
            ADD 1 TO WS-LINES-UNDATED
        WHEN OTHER
            EVALUATE TRUE
                WHEN EXC-RUN-DATE >= WS-PERIOD-FROM
                    AND EXC-RUN-DATE <= WS-PERIOD-TO
                    MOVE 'C' TO WS-LINE-PERIOD
                    ADD 1 TO WS-LINES-CURRENT
                WHEN EXC-RUN-DATE >= WS-PRIOR-FROM
                    AND EXC-RUN-DATE <= WS-PRIOR-TO
                    MOVE 'P' TO WS-LINE-PERIOD
                    ADD 1 TO WS-LINES-PRIOR
                WHEN OTHER
                    MOVE 'N' TO WS-LINE-PERIOD
                    ADD 1 TO WS-LINES-OUTSIDE
            END-EVALUATE
            IF WS-LINE-PERIOD NOT = 'N'
                IF EXC-SITE-ID = SPACES
                    MOVE WS-NO-SITE TO WS-CNT-SITE
                ELSE
                    MOVE EXC-SITE-ID TO WS-CNT-SITE
                END-IF
                MOVE EXC-DEVICE-ID TO WS-CNT-DEVICE
                MOVE EXC-REASON-CODE TO WS-CNT-CODE
                MOVE '1' TO WS-CNT-LEVEL
                MOVE SPACES TO WS-CNT-GROUP
                PERFORM 1300-COUNT-REJECT
                MOVE '2' TO WS-CNT-LEVEL
                MOVE WS-CNT-SITE TO WS-CNT-GROUP
                PERFORM 1300-COUNT-REJECT
                MOVE '3' TO WS-CNT-LEVEL
                MOVE WS-CNT-DEVICE TO WS-CNT-GROUP
                PERFORM 1300-COUNT-REJECT
            END-IF
    END-EVALUATE.

1300-COUNT-REJECT.
    PERFORM 1400-FIND-GROUP.
    PERFORM 1500-FIND-CELL.
    IF WS-GR-HIT > 0 AND WS-CL-HIT > 0
        IF WS-LINE-PERIOD = 'C'
            ADD 1 TO WS-GR-CUR(WS-GR-HIT)
            ADD 1 TO WS-CL-CUR(WS-CL-HIT)
        ELSE
            ADD 1 TO WS-GR-PRI(WS-GR-HIT)
            ADD 1 TO WS-CL-PRI(WS-CL-HIT)
        END-IF
        MOVE WS-CNT-SITE TO WS-GR-SITE(WS-GR-HIT)
    END-IF.

1400-FIND-GROUP.
    MOVE 0 TO WS-GR-HIT.
    PERFORM VARYING WS-GR-SUB FROM 1 BY 1
            UNTIL WS-GR-SUB > WS-GR-COUNT
        IF WS-GR-LEVEL(WS-GR-SUB) = WS-CNT-LEVEL
            AND WS-GR-GROUP(WS-GR-SUB) = WS-CNT-GROUP
            MOVE WS-GR-SUB TO WS-GR-HIT
            MOVE WS-GR-COUNT TO WS-GR-SUB
        END-IF
    END-PERFORM.
    IF WS-GR-HIT = 0
        IF WS-GR-COUNT >= WS-GR-MAX
            PERFORM 1600-TABLE-FULL
        ELSE
            ADD 1 TO WS-GR-COUNT
            MOVE WS-GR-COUNT TO WS-GR-HIT
            MOVE WS-CNT-LEVEL TO WS-GR-LEVEL(WS-GR-HIT)
            MOVE WS-CNT-GROUP TO WS-GR-GROUP(WS-GR-HIT)
            MOVE SPACES TO WS-GR-SITE(WS-GR-HIT)
            MOVE 0 TO WS-GR-CUR(WS-GR-HIT)
            MOVE 0 TO WS-GR-PRI(WS-GR-HIT)
        END-IF
    END-IF.

1500-FIND-CELL.
    MOVE 0 TO WS-CL-HIT.
    PERFORM VARYING WS-CL-SUB FROM 1 BY 1
            UNTIL WS-CL-SUB > WS-CL-COUNT
        IF WS-CL-LEVEL(WS-CL-SUB) = WS-CNT-LEVEL
            AND WS-CL-GROUP(WS-CL-SUB) = WS-CNT-GROUP
            AND WS-CL-CODE(WS-CL-SUB) = WS-CNT-CODE
            MOVE WS-CL-SUB TO WS-CL-HIT
            MOVE WS-CL-COUNT TO WS-CL-SUB
        END-IF
    END-PERFORM.
    IF WS-CL-HIT = 0
        IF WS-CL-COUNT >= WS-CL-MAX
            PERFORM 1600-TABLE-FULL
        ELSE
            ADD 1 TO WS-CL-COUNT
            MOVE WS-CL-COUNT TO WS-CL-HIT
            MOVE WS-CNT-LEVEL TO WS-CL-LEVEL(WS-CL-HIT)
            MOVE WS-CNT-GROUP TO WS-CL-GROUP(WS-CL-HIT)
            MOVE 0 TO WS-CL-RANK(WS-CL-HIT)
            MOVE WS-CNT-CODE TO WS-CL-CODE(WS-CL-HIT)
            MOVE 0 TO WS-CL-CUR(WS-CL-HIT)
            MOVE 0 TO WS-CL-PRI(WS-CL-HIT)
        END-IF
    END-IF.

1600-TABLE-FULL.
    IF WS-TABLE-FULL = 'N'
        DISPLAY 'PARETO TABLE FULL AT ' WS-GR-COUNT ' GROUPS / '
            WS-CL-COUNT ' CODES - ANALYSIS ABANDONED'
        MOVE 'Y' TO WS-TABLE-FULL
        MOVE 8 TO WS-RUN-RC
    END-IF.

2000-SORT-CELLS.
    *> Largest count first within each group, by straight insertion
    *> as FREQARCQ orders its merged rows.
    PERFORM VARYING WS-CL-SUB FROM 1 BY 1
            UNTIL WS-CL-SUB > WS-CL-COUNT
        COMPUTE WS-CL-RANK(WS-CL-SUB) =
            9999999 - WS-CL-CUR(WS-CL-SUB)
    END-PERFORM.
    PERFORM VARYING WS-CL-SUB FROM 2 BY 1
            UNTIL WS-CL-SUB > WS-CL-COUNT
        MOVE WS-CL-ENTRY(WS-CL-SUB) TO WS-SWAP-ENTRY
        MOVE WS-CL-SUB TO WS-CL-SUB-2
        PERFORM UNTIL WS-CL-SUB-2 = 1
                OR WS-CL-KEY(WS-CL-SUB-2 - 1) <= WS-SWAP-KEY
            MOVE WS-CL-ENTRY(WS-CL-SUB-2 - 1)
                TO WS-CL-ENTRY(WS-CL-SUB-2)
            SUBTRACT 1 FROM WS-CL-SUB-2
        END-PERFORM
        MOVE WS-SWAP-ENTRY TO WS-CL-ENTRY(WS-CL-SUB-2)
    END-PERFORM.

3000-WRITE-PARETO-REPORT.
    OPEN OUTPUT PARETO-REPORT-FILE.
    IF WS-PARE-RPT-STATUS NOT = '00'
        DISPLAY 'PARETO REPORT COULD NOT BE OPENED: ' WS-PARE-RPT-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 'REJECT PARETO BY REASON CODE' TO PARE-RPT-LINE
        WRITE PARE-RPT-LINE
        MOVE SPACES TO PARE-RPT-LINE
        STRING 'PERIOD: ' DELIMITED BY SIZE
               WS-PERIOD-FROM-DISPLAY DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-PERIOD-TO-DISPLAY DELIMITED BY SIZE
               '   PRIOR PERIOD: ' DELIMITED BY SIZE
               WS-PRIOR-FROM-DISPLAY DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-PRIOR-TO-DISPLAY DELIMITED BY SIZE
               INTO PARE-RPT-LINE
        END-STRING
        WRITE PARE-RPT-LINE
        MOVE SPACES TO PARE-RPT-LINE
        STRING 'LISTINGS READ: ' DELIMITED BY SIZE
               WS-FILES-LISTED DELIMITED BY SIZE
               '   NOT FOUND: ' DELIMITED BY SIZE
               WS-FILES-MISSING DELIMITED BY SIZE
               INTO PARE-RPT-LINE
        END-STRING
        WRITE PARE-RPT-LINE
        MOVE SPACES TO PARE-RPT-LINE
        WRITE PARE-RPT-LINE
        IF WS-CL-COUNT = 0
            MOVE 'NO REJECTS IN THE PERIOD OR THE PRIOR PERIOD'
                TO PARE-RPT-LINE
            WRITE PARE-RPT-LINE
        END-IF
        PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                UNTIL WS-CL-SUB > WS-CL-COUNT
            IF WS-CL-SUB = 1
                OR WS-CL-LEVEL(WS-CL-SUB) NOT = WS-BRK-LEVEL
                OR WS-CL-GROUP(WS-CL-SUB) NOT = WS-BRK-GROUP
                IF WS-CL-SUB > 1
                    PERFORM 3300-END-GROUP
                END-IF
                PERFORM 3100-START-GROUP
            END-IF
            PERFORM 3200-WRITE-CODE-LINE
        END-PERFORM
        IF WS-CL-COUNT > 0
            PERFORM 3300-END-GROUP
        END-IF
        PERFORM 3500-WRITE-RUN-TOTALS
        CLOSE PARETO-REPORT-FILE
    END-IF.

3100-START-GROUP.
    MOVE WS-CL-LEVEL(WS-CL-SUB) TO WS-BRK-LEVEL.
    MOVE WS-CL-GROUP(WS-CL-SUB) TO WS-BRK-GROUP.
    MOVE 0 TO WS-CUM-CUR.
    ADD 1 TO WS-GROUPS-PRINTED.
    MOVE WS-BRK-LEVEL TO WS-CNT-LEVEL.
    MOVE WS-BRK-GROUP TO WS-CNT-GROUP.
    PERFORM 1400-FIND-GROUP.
    MOVE WS-GR-CUR(WS-GR-HIT) TO WS-GRP-CUR.
    MOVE WS-GR-PRI(WS-GR-HIT) TO WS-GRP-PRI.
    MOVE SPACES TO WS-GROUP-TITLE.
    EVALUATE WS-BRK-LEVEL
        WHEN '1'
            MOVE 'ALL SITES' TO WS-GROUP-TITLE
        WHEN '2'
            STRING 'SITE ' DELIMITED BY SIZE
                   WS-BRK-GROUP DELIMITED BY SIZE
                   INTO WS-GROUP-TITLE
            END-STRING
        WHEN OTHER
            STRING 'DEVICE ' DELIMITED BY SIZE
                   WS-BRK-GROUP DELIMITED BY SIZE
                   ' SITE ' DELIMITED BY SIZE
                   WS-GR-SITE(WS-GR-HIT) DELIMITED BY SIZE
                   INTO WS-GROUP-TITLE
            END-STRING
    END-EVALUATE.
    MOVE WS-GROUP-TITLE TO PARE-RPT-LINE.
    WRITE PARE-RPT-LINE.
    MOVE SPACES TO PARE-RPT-LINE.
    STRING '  CODE REASON                                    COUNT'
               DELIMITED BY SIZE
           '  SHARE%    CUM%   PRIOR  SHARE%    MOVE' DELIMITED BY SIZE
           INTO PARE-RPT-LINE
    END-STRING.
    WRITE PARE-RPT-LINE.

3200-WRITE-CODE-LINE.
    MOVE WS-CL-CODE(WS-CL-SUB) TO WS-CNT-CODE.
    PERFORM 3400-FIND-REASON-TEXT.
    ADD WS-CL-CUR(WS-CL-SUB) TO WS-CUM-CUR.
    MOVE 0 TO WS-SHARE.
    MOVE 0 TO WS-CUM-SHARE.
    MOVE 0 TO WS-PRI-SHARE.
    IF WS-GRP-CUR > 0
        COMPUTE WS-SHARE ROUNDED =
            WS-CL-CUR(WS-CL-SUB) * 100 / WS-GRP-CUR
        COMPUTE WS-CUM-SHARE ROUNDED = WS-CUM-CUR * 100 / WS-GRP-CUR
    END-IF.
    IF WS-GRP-PRI > 0
        COMPUTE WS-PRI-SHARE ROUNDED =
            WS-CL-PRI(WS-CL-SUB) * 100 / WS-GRP-PRI
    END-IF.
    COMPUTE WS-MOVE-POINTS = WS-SHARE - WS-PRI-SHARE.
    MOVE WS-CL-CUR(WS-CL-SUB) TO WS-COUNT-DISPLAY.
    MOVE WS-SHARE TO WS-SHARE-DISPLAY.
    MOVE WS-CUM-SHARE TO WS-CUM-DISPLAY.
    MOVE WS-CL-PRI(WS-CL-SUB) TO WS-PRI-DISPLAY.
    MOVE WS-PRI-SHARE TO WS-PRI-SHARE-DISPLAY.
    MOVE WS-MOVE-POINTS TO WS-MOVE-DISPLAY.
    EVALUATE TRUE
        WHEN WS-REASON-KNOWN = 'N'
            MOVE ' *** CODE NOT ON TABLE' TO WS-CODE-NOTE
        WHEN WS-CL-PRI(WS-CL-SUB) = 0
            MOVE ' NEW' TO WS-CODE-NOTE
        WHEN WS-CL-CUR(WS-CL-SUB) = 0
            MOVE ' NONE THIS PERIOD' TO WS-CODE-NOTE
        WHEN OTHER
            MOVE SPACES TO WS-CODE-NOTE
    END-EVALUATE.
    MOVE SPACES TO PARE-RPT-LINE.
    STRING '  ' DELIMITED BY SIZE
           WS-CL-CODE(WS-CL-SUB) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-REASON-TEXT DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           WS-SHARE-DISPLAY DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           WS-CUM-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-PRI-DISPLAY DELIMITED BY SIZE
           '   ' DELIMITED BY SIZE
           WS-PRI-SHARE-DISPLAY DELIMITED BY SIZE
           '  ' DELIMITED BY SIZE
           WS-MOVE-DISPLAY DELIMITED BY SIZE
           WS-CODE-NOTE DELIMITED BY SIZE
           INTO PARE-RPT-LINE
    END-STRING.
    WRITE PARE-RPT-LINE.

3300-END-GROUP.
    *> The group's totals, and the change in its reject count.
    MOVE WS-GRP-CUR TO WS-COUNT-DISPLAY.
    MOVE WS-GRP-PRI TO WS-PRI-DISPLAY.
    COMPUTE WS-CHANGE-COUNT = WS-GRP-CUR - WS-GRP-PRI.
    MOVE WS-CHANGE-COUNT TO WS-CHANGE-DISPLAY.
    MOVE SPACES TO PARE-RPT-LINE.
    STRING '       TOTAL' DELIMITED BY SIZE
           '                                   ' DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           '                 ' DELIMITED BY SIZE
           WS-PRI-DISPLAY DELIMITED BY SIZE
           '   CHANGE ' DELIMITED BY SIZE
           WS-CHANGE-DISPLAY DELIMITED BY SIZE
           INTO PARE-RPT-LINE
    END-STRING.
    WRITE PARE-RPT-LINE.
    MOVE SPACES TO PARE-RPT-LINE.
    WRITE PARE-RPT-LINE.

3400-FIND-REASON-TEXT.
    MOVE 'N' TO WS-REASON-KNOWN.
    MOVE SPACES TO WS-REASON-TEXT.
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
            UNTIL WS-RSN-SUB > RSN-ENTRY-COUNT
        IF RSN-CODE(WS-RSN-SUB) = WS-CNT-CODE
            MOVE RSN-TEXT(WS-RSN-SUB) TO WS-REASON-TEXT
            MOVE 'Y' TO WS-REASON-KNOWN
            MOVE RSN-ENTRY-COUNT TO WS-RSN-SUB
        END-IF
    END-PERFORM.
    IF WS-REASON-KNOWN = 'N' AND WS-BRK-LEVEL = '1'
        ADD 1 TO WS-UNKNOWN-CODES
    END-IF.

3500-WRITE-RUN-TOTALS.
    MOVE SPACES TO PARE-RPT-LINE.
    STRING 'EXCEPTION LINES READ: ' DELIMITED BY SIZE
           WS-LINES-READ DELIMITED BY SIZE
           '   IN PERIOD: ' DELIMITED BY SIZE
           WS-LINES-CURRENT DELIMITED BY SIZE
           '   IN PRIOR PERIOD: ' DELIMITED BY SIZE
           WS-LINES-PRIOR DELIMITED BY SIZE
           '   OUTSIDE BOTH: ' DELIMITED BY SIZE
           WS-LINES-OUTSIDE DELIMITED BY SIZE
           INTO PARE-RPT-LINE
    END-STRING.
    WRITE PARE-RPT-LINE.
    IF WS-LINES-UNDATED > 0
        MOVE SPACES TO PARE-RPT-LINE
        STRING 'LINES WITH NO REASON CODE OR DATE: ' DELIMITED BY SIZE
               WS-LINES-UNDATED DELIMITED BY SIZE
               ' - WRITTEN BEFORE REASON CODES, NOT ANALYSED'
               DELIMITED BY SIZE
               INTO PARE-RPT-LINE
        END-STRING
        WRITE PARE-RPT-LINE
    END-IF.
    IF WS-LINES-UNREADABLE > 0
        MOVE SPACES TO PARE-RPT-LINE
        STRING 'UNREADABLE LINES: ' DELIMITED BY SIZE
               WS-LINES-UNREADABLE DELIMITED BY SIZE
               ' - NOT EXCEPTION LINES, NOT ANALYSED' DELIMITED BY SIZE
               INTO PARE-RPT-LINE
        END-STRING
        WRITE PARE-RPT-LINE
    END-IF.
    IF WS-UNKNOWN-CODES > 0
        MOVE SPACES TO PARE-RPT-LINE
        STRING 'CODES NOT ON THE REASON-CODE TABLE: ' DELIMITED BY SIZE
               WS-UNKNOWN-CODES DELIMITED BY SIZE
               INTO PARE-RPT-LINE
        END-STRING
        WRITE PARE-RPT-LINE
    END-IF.
