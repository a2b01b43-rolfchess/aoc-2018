IDENTIFICATION DIVISION.
PROGRAM-ID. FREQROLL.
*> Site and region rollup of one day's published frequencies. The
*> only aggregate FREQUENCY gives is the single GRAND TOTAL
*> FREQUENCY line a multi-device run puts on the console; the site
*> and region figures management asks for were being built in a
*> spreadsheet from the extract. This program reads the day's
*> extract rows and prints each device's frequency grouped by its
*> owning site (device master card, columns 78-87) within that
*> site's region (site master card, columns 78-87), with a subtotal
*> per site, per region, and a grand total.
*>
*> Each subtotal carries the number of devices reporting, how many
*> of them FREQUENCY alerted as out of tolerance that day, and how
*> many devices were expected but sent no reading - so a low
*> subtotal caused by a missing device is not mistaken for a real
*> drop. A device is expected when it is active on the device
*> master and its site's feed-days card expects a feed on that day
*> of the week; a device with no owning site, or whose site is not
*> on the site master, is expected every day. A device's reading for
*> the day is its latest run sequence, the later row on ties (a
*> FREQFIX amendment) - the same choice the carry-forward makes.
*> Devices with no owning site, and extract rows for devices not on
*> the device master, are grouped under (NONE) so they still add
*> into the grand total.
*>
*> Command line: FREQROLL [report-date-YYYYMMDD]
*> With no date the report covers today. FREQBDATE, the business
*> date a late-feed catch-up runs under, overrides the command line
*> as it does for FREQSITE.
*>
*> Files via environment: OFFSEXTR extract (the same symbol
*> FREQUENCY appends under; default freqextr.dat), OFFSDEVM device
*> master (default freqdevm.dat), FREQSMAST site master (default
*> freqsite.dat), OFFSALRT alert file (default freqalrt.txt - no
*> file means no alerts), FREQRRPT rollup report (default
*> freqroll.rpt).
*>
*> Condition codes: 0 every expected device reported, 4 an expected
*> device sent no reading or a reading came from a device not on
*> the device master, 8 the extract, device master or site master
*> is missing, a table overflowed, the report could not be
*> written, or the report date or FREQBDATE is not a valid YYYYMMDD
*> date.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
        SELECT DEVICE-MASTER-FILE ASSIGN TO DYNAMIC WS-DEVMAST-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEVMAST-STATUS.
        SELECT SITE-MASTER-FILE ASSIGN TO DYNAMIC WS-SITE-MASTER-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SITE-MASTER-STATUS.
        SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-STATUS.
        SELECT ROLLUP-REPORT-FILE ASSIGN TO DYNAMIC WS-ROLL-RPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLL-RPT-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> The same fixed-format extract record FREQUENCY appends in
    *> 4100-WRITE-EXTRACT.
    FD EXTRACT-FILE.
    01 EXTRACT-RECORD.
        05 EXTRACT-DEVICE-ID PIC X(10).
        05 EXTRACT-RUN-DATE PIC 9(8).
        05 EXTRACT-FREQUENCY PIC -(11)9.9(3).
        05 EXTRACT-RUN-SEQ PIC 9(6).

    *> Device master card, the layout FREQDEVM maintains.
    FD DEVICE-MASTER-FILE.
    01 DEVICE-MASTER-RECORD.
        05 DM-DEVICE-ID PIC X(10).
        05 DM-DESC PIC X(30).
        05 DM-MIN-SIGN PIC X(1).
        05 DM-MIN-FREQ PIC 9(12).
        05 DM-MAX-SIGN PIC X(1).
        05 DM-MAX-FREQ PIC 9(12).
        05 DM-STATUS PIC X(1).
        05 DM-MAX-STEP PIC X(10).
        05 DM-SITE-ID PIC X(10).

    *> Expected-sites master card, the layout FREQSITE reads.
    FD SITE-MASTER-FILE.
    01 SITE-MASTER-RECORD.
        05 SM-SITE-ID PIC X(10).
        05 SM-SITE-NAME PIC X(30).
        05 SM-FEED-DAYS PIC X(7).
        05 SM-CONTACT PIC X(30).
        05 SM-REGION PIC X(10).

    *> Alert line as FREQUENCY's 2700-WRITE-ALERT writes it: run date
    *> (YYYY/MM/DD) 1-10, device id 12-21, then the reading and, after
    *> ' - ', the reason.
    FD ALERT-FILE.
    01 ALERT-LINE.
        05 AL-DATE-X.
            10 AL-DATE-YYYY PIC X(4).
            10 FILLER PIC X(1).
            10 AL-DATE-MM PIC X(2).
            10 FILLER PIC X(1).
            10 AL-DATE-DD PIC X(2).
        05 FILLER PIC X(1).
        05 AL-DEVICE-ID PIC X(10).
        05 AL-TAIL PIC X(111).

    FD ROLLUP-REPORT-FILE.
    01 ROLL-RPT-LINE PIC X(132).

    WORKING-STORAGE SECTION.
    01 WS-EXTRACT-FILE PIC X(80) VALUE 'freqextr.dat'.
    01 WS-EXTRACT-STATUS PIC X(2).
    01 WS-DEVMAST-FILE PIC X(80) VALUE 'freqdevm.dat'.
    01 WS-DEVMAST-STATUS PIC X(2).
    01 WS-SITE-MASTER-FILE PIC X(80) VALUE 'freqsite.dat'.
    01 WS-SITE-MASTER-STATUS PIC X(2).
    01 WS-ALERT-FILE PIC X(80) VALUE 'freqalrt.txt'.
    01 WS-ALERT-STATUS PIC X(2).
    01 WS-ROLL-RPT-FILE PIC X(80) VALUE 'freqroll.rpt'.
    01 WS-ROLL-RPT-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-DATE PIC X(8).
    01 WS-PARM-ENV PIC X(80).

    01 FILE-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-REPORT-DATE PIC 9(8).
    *> A date parameter is checked here before it becomes the report
    *> date - a date that is not on the calendar refuses the run.
    01 WS-CHECK-DATE PIC 9(8) VALUE 0.
    01 WS-REPORT-DATE-DISPLAY PIC 9999/99/99.
    *> Owning site and region shown for a device with none.
    01 WS-NO-SITE PIC X(10) VALUE '(NONE)'.

    *> Day of week of the report date, 1 Monday through 7 Sunday,
    *> used to decide which sites the feed-days card expected.
    01 WS-DAY-OF-WEEK PIC 9(1).
    01 WS-DAY-NAME PIC X(9).
    01 WS-DAY-NAME-TABLE.
        05 FILLER PIC X(9) VALUE 'MONDAY'.
        05 FILLER PIC X(9) VALUE 'TUESDAY'.
        05 FILLER PIC X(9) VALUE 'WEDNESDAY'.
        05 FILLER PIC X(9) VALUE 'THURSDAY'.
        05 FILLER PIC X(9) VALUE 'FRIDAY'.
        05 FILLER PIC X(9) VALUE 'SATURDAY'.
        05 FILLER PIC X(9) VALUE 'SUNDAY'.
    01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
        05 WS-DAY-NAME-ENTRY PIC X(9) OCCURS 7 TIMES.

    *> Parsed alert-line date.
    01 WS-AL-DATE-NUM.
        05 WS-AL-NUM-YYYY PIC X(4).
        05 WS-AL-NUM-MM PIC X(2).
        05 WS-AL-NUM-DD PIC X(2).
    01 WS-AL-DATE-9 REDEFINES WS-AL-DATE-NUM PIC 9(8).
    01 WS-OOT-TALLY PIC 9(4).

    01 WS-EXTRACT-ROWS PIC 9(8) VALUE 0.
    01 WS-EXTRACT-SKIPPED PIC 9(8) VALUE 0.
    01 WS-EXTRACT-SEQ PIC 9(6).
    01 WS-UNKNOWN-DEVICES PIC 9(6) VALUE 0.
    01 WS-ALERTS-TAKEN PIC 9(6) VALUE 0.

    *> Site master, loaded whole: the feed days decide whether the
    *> site's devices were expected, the region groups the sites.
    01 WS-SITE-MAX PIC 9(4) VALUE 200.
    01 WS-SITE-COUNT PIC 9(4) VALUE 0.
    01 WS-SITE-SUB PIC 9(4) COMP.
    01 WS-SITE-HIT PIC 9(4) COMP.
    01 WS-SITE-TABLE.
        05 WS-SITE-ENTRY OCCURS 1 TO 200 TIMES
           DEPENDING ON WS-SITE-COUNT.
            10 WS-SITE-ID PIC X(10).
            10 WS-SITE-NAME PIC X(30).
            10 WS-SITE-DAYS PIC X(7).
            10 WS-SITE-DAYS-R REDEFINES WS-SITE-DAYS.
                15 WS-SITE-DAY PIC X(1) OCCURS 7 TIMES.
            10 WS-SITE-REGION PIC X(10).

    *> One entry per device: every device master card, plus any
    *> device that appears on the day's extract without one. The key
    *> is the report order - region, site, device.
    01 WS-RD-MAX PIC 9(4) VALUE 1000.
    01 WS-RD-COUNT PIC 9(4) VALUE 0.
    01 WS-RD-SUB PIC 9(4) COMP.
    01 WS-RD-SUB-2 PIC 9(4) COMP.
    01 WS-RD-HIT PIC 9(4) COMP.
    01 WS-RD-KEPT PIC 9(4) COMP.
    01 WS-RD-FULL PIC X(1) VALUE 'N'.
    01 WS-RD-WANTED PIC X(10).
    01 WS-RD-TABLE.
        05 WS-RD-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-RD-COUNT.
            10 WS-RD-KEY.
                15 WS-RD-REGION PIC X(10).
                15 WS-RD-SITE PIC X(10).
                15 WS-RD-DEVICE PIC X(10).
            10 WS-RD-DESC PIC X(30).
            10 WS-RD-SITE-NAME PIC X(30).
            10 WS-RD-ON-MASTER PIC X(1).
            10 WS-RD-ACTIVE PIC X(1).
            10 WS-RD-EXPECTED PIC X(1).
            10 WS-RD-READING PIC X(1).
            10 WS-RD-OOT PIC X(1).
            10 WS-RD-SEQ PIC 9(6).
            10 WS-RD-FREQ PIC S9(11)V9(3).
    01 WS-SWAP-ENTRY.
        05 WS-SWAP-KEY PIC X(30).
        05 WS-SWAP-REST PIC X(85).

    *> Control-break totals: the site and region being printed, and
    *> the counts and frequency sums at each level.
    01 WS-BRK-REGION PIC X(10).
    01 WS-BRK-SITE PIC X(10).
    01 WS-SITE-TOTALS.
        05 WS-ST-DEVICES PIC 9(6).
        05 WS-ST-OOT PIC 9(6).
        05 WS-ST-MISSING PIC 9(6).
        05 WS-ST-FREQ PIC S9(13)V9(3).
    01 WS-REGION-TOTALS.
        05 WS-RT-DEVICES PIC 9(6).
        05 WS-RT-OOT PIC 9(6).
        05 WS-RT-MISSING PIC 9(6).
        05 WS-RT-FREQ PIC S9(13)V9(3).
    01 WS-GRAND-TOTALS.
        05 WS-GT-DEVICES PIC 9(6) VALUE 0.
        05 WS-GT-OOT PIC 9(6) VALUE 0.
        05 WS-GT-MISSING PIC 9(6) VALUE 0.
        05 WS-GT-FREQ PIC S9(13)V9(3) VALUE 0.
    01 WS-SITES-PRINTED PIC 9(4) VALUE 0.
    01 WS-REGIONS-PRINTED PIC 9(4) VALUE 0.

    *> Report line fields.
    01 WS-FREQ-DISPLAY PIC -(11)9.9(3).
    01 WS-TOTAL-DISPLAY PIC -(12)9.9(3).
    01 WS-DEVICES-DISPLAY PIC Z(5)9.
    01 WS-OOT-DISPLAY PIC Z(5)9.
    01 WS-MISSING-DISPLAY PIC Z(5)9.
    01 WS-TOTAL-LABEL PIC X(24).
    01 WS-DEVICE-NOTE PIC X(40).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    MOVE WS-REPORT-DATE TO WS-REPORT-DATE-DISPLAY.
    IF WS-RUN-RC < 8
        PERFORM 0200-SET-DAY-OF-WEEK
        PERFORM 1000-LOAD-SITE-MASTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1200-LOAD-DEVICE-MASTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2000-TAKE-EXTRACT
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2500-TAKE-ALERTS
        PERFORM 3000-SORT-ROLLUP-TABLE
        PERFORM 4000-WRITE-ROLLUP-REPORT
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0100-GET-RUN-PARMS.
    ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
    MOVE SPACES TO WS-PARM-CARD.
    ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
    IF WS-PARM-CARD NOT = SPACES
        UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
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
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSEXTR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-EXTRACT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSDEVM'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-DEVMAST-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSMAST'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SITE-MASTER-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSALRT'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ALERT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQRRPT'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ROLL-RPT-FILE
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
    *> so the integer modulo 7 maps straight onto Monday=1..Sunday=7.
    COMPUTE WS-DAY-OF-WEEK =
        FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1, 7)
        + 1.
    MOVE WS-DAY-NAME-ENTRY(WS-DAY-OF-WEEK) TO WS-DAY-NAME.

1000-LOAD-SITE-MASTER.
    OPEN INPUT SITE-MASTER-FILE.
    IF WS-SITE-MASTER-STATUS NOT = '00'
        DISPLAY 'SITE MASTER NOT FOUND: ' WS-SITE-MASTER-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ SITE-MASTER-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END PERFORM 1100-STORE-SITE-ENTRY
            END-READ
        END-PERFORM
        CLOSE SITE-MASTER-FILE
    END-IF.

1100-STORE-SITE-ENTRY.
    EVALUATE TRUE
        WHEN SM-SITE-ID = SPACES
            CONTINUE
        WHEN WS-SITE-COUNT >= WS-SITE-MAX
            DISPLAY 'SITE TABLE FULL AT ' WS-SITE-MAX
                ' ENTRIES - ' SM-SITE-ID ' NOT LOADED'
            MOVE 8 TO WS-RUN-RC
        WHEN OTHER
            ADD 1 TO WS-SITE-COUNT
            MOVE SM-SITE-ID TO WS-SITE-ID(WS-SITE-COUNT)
            MOVE SM-SITE-NAME TO WS-SITE-NAME(WS-SITE-COUNT)
            MOVE SM-FEED-DAYS TO WS-SITE-DAYS(WS-SITE-COUNT)
            *> Cards from before the region column read as no region.
            IF SM-REGION = SPACES
                MOVE WS-NO-SITE TO WS-SITE-REGION(WS-SITE-COUNT)
            ELSE
                MOVE SM-REGION TO WS-SITE-REGION(WS-SITE-COUNT)
            END-IF
    END-EVALUATE.

1200-LOAD-DEVICE-MASTER.
    OPEN INPUT DEVICE-MASTER-FILE.
    IF WS-DEVMAST-STATUS NOT = '00'
        DISPLAY 'DEVICE MASTER NOT FOUND: ' WS-DEVMAST-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ DEVICE-MASTER-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF DM-DEVICE-ID NOT = SPACES
                        PERFORM 1300-STORE-DEVICE-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEVICE-MASTER-FILE
    END-IF.

1300-STORE-DEVICE-ENTRY.
    MOVE DM-DEVICE-ID TO WS-RD-WANTED.
    PERFORM 1400-ADD-DEVICE-ENTRY.
    IF WS-RD-HIT > 0
        MOVE DM-DESC TO WS-RD-DESC(WS-RD-HIT)
        MOVE 'Y' TO WS-RD-ON-MASTER(WS-RD-HIT)
        IF DM-STATUS = 'I'
            MOVE 'N' TO WS-RD-ACTIVE(WS-RD-HIT)
        END-IF
        IF DM-SITE-ID NOT = SPACES
            MOVE DM-SITE-ID TO WS-RD-SITE(WS-RD-HIT)
            MOVE 0 TO WS-SITE-HIT
            PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                    UNTIL WS-SITE-SUB > WS-SITE-COUNT
                IF WS-SITE-ID(WS-SITE-SUB) = DM-SITE-ID
                    MOVE WS-SITE-SUB TO WS-SITE-HIT
                    MOVE WS-SITE-COUNT TO WS-SITE-SUB
                END-IF
            END-PERFORM
            IF WS-SITE-HIT > 0
                MOVE WS-SITE-REGION(WS-SITE-HIT)
                    TO WS-RD-REGION(WS-RD-HIT)
                MOVE WS-SITE-NAME(WS-SITE-HIT)
                    TO WS-RD-SITE-NAME(WS-RD-HIT)
            ELSE
                MOVE 'NOT ON SITE MASTER' TO WS-RD-SITE-NAME(WS-RD-HIT)
            END-IF
        END-IF
        *> Deactivated devices are never expected; an unassigned
        *> device, or one whose site the master does not know, is
        *> expected every day rather than silently never.
        EVALUATE TRUE
            WHEN WS-RD-ACTIVE(WS-RD-HIT) = 'N'
                MOVE 'N' TO WS-RD-EXPECTED(WS-RD-HIT)
            WHEN WS-SITE-HIT = 0
                MOVE 'Y' TO WS-RD-EXPECTED(WS-RD-HIT)
            WHEN WS-SITE-DAY(WS-SITE-HIT, WS-DAY-OF-WEEK) = 'Y'
                MOVE 'Y' TO WS-RD-EXPECTED(WS-RD-HIT)
            WHEN OTHER
                MOVE 'N' TO WS-RD-EXPECTED(WS-RD-HIT)
        END-EVALUATE
    END-IF.

1400-ADD-DEVICE-ENTRY.
    *> Appends a blank entry for the device in WS-RD-WANTED, grouped
    *> under (NONE) until its card names a known site.
    MOVE 0 TO WS-RD-HIT.
    MOVE 0 TO WS-SITE-HIT.
    IF WS-RD-COUNT >= WS-RD-MAX
        IF WS-RD-FULL = 'N'
            DISPLAY 'DEVICE TABLE FULL AT ' WS-RD-MAX
                ' ENTRIES - ROLLUP INCOMPLETE'
            MOVE 'Y' TO WS-RD-FULL
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        ADD 1 TO WS-RD-COUNT
        MOVE WS-RD-COUNT TO WS-RD-HIT
        MOVE WS-NO-SITE TO WS-RD-REGION(WS-RD-HIT)
        MOVE WS-NO-SITE TO WS-RD-SITE(WS-RD-HIT)
        MOVE WS-RD-WANTED TO WS-RD-DEVICE(WS-RD-HIT)
        MOVE SPACES TO WS-RD-DESC(WS-RD-HIT)
        MOVE 'NO OWNING SITE' TO WS-RD-SITE-NAME(WS-RD-HIT)
        MOVE 'N' TO WS-RD-ON-MASTER(WS-RD-HIT)
        MOVE 'Y' TO WS-RD-ACTIVE(WS-RD-HIT)
        MOVE 'N' TO WS-RD-EXPECTED(WS-RD-HIT)
        MOVE 'N' TO WS-RD-READING(WS-RD-HIT)
        MOVE 'N' TO WS-RD-OOT(WS-RD-HIT)
        MOVE 0 TO WS-RD-SEQ(WS-RD-HIT)
        MOVE 0 TO WS-RD-FREQ(WS-RD-HIT)
    END-IF.

2000-TAKE-EXTRACT.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY 'EXTRACT NOT FOUND: ' WS-EXTRACT-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ EXTRACT-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END PERFORM 2100-TAKE-ONE-EXTRACT-ROW
            END-READ
        END-PERFORM
        CLOSE EXTRACT-FILE
    END-IF.

2100-TAKE-ONE-EXTRACT-ROW.
    IF EXTRACT-RUN-DATE IS NOT NUMERIC
        OR EXTRACT-DEVICE-ID = SPACES
        ADD 1 TO WS-EXTRACT-SKIPPED
    ELSE
        IF EXTRACT-RUN-DATE = WS-REPORT-DATE
            ADD 1 TO WS-EXTRACT-ROWS
            IF EXTRACT-RUN-SEQ IS NUMERIC
                MOVE EXTRACT-RUN-SEQ TO WS-EXTRACT-SEQ
            ELSE
                MOVE 0 TO WS-EXTRACT-SEQ
            END-IF
            MOVE EXTRACT-DEVICE-ID TO WS-RD-WANTED
            PERFORM 2200-FIND-DEVICE
            IF WS-RD-HIT = 0
                *> A reading from a device with no master card still
                *> counts in the grand total, under (NONE).
                PERFORM 1400-ADD-DEVICE-ENTRY
                IF WS-RD-HIT > 0
                    MOVE 'NOT ON DEVICE MASTER'
                        TO WS-RD-DESC(WS-RD-HIT)
                    ADD 1 TO WS-UNKNOWN-DEVICES
                END-IF
            END-IF
            IF WS-RD-HIT > 0
                IF WS-RD-READING(WS-RD-HIT) = 'N'
                    OR WS-EXTRACT-SEQ >= WS-RD-SEQ(WS-RD-HIT)
                    MOVE 'Y' TO WS-RD-READING(WS-RD-HIT)
                    MOVE WS-EXTRACT-SEQ TO WS-RD-SEQ(WS-RD-HIT)
                    MOVE EXTRACT-FREQUENCY TO WS-RD-FREQ(WS-RD-HIT)
                END-IF
            END-IF
        END-IF
    END-IF.

2200-FIND-DEVICE.
    MOVE 0 TO WS-RD-HIT.
    PERFORM VARYING WS-RD-SUB FROM 1 BY 1
            UNTIL WS-RD-SUB > WS-RD-COUNT
        IF WS-RD-DEVICE(WS-RD-SUB) = WS-RD-WANTED
            MOVE WS-RD-SUB TO WS-RD-HIT
            MOVE WS-RD-COUNT TO WS-RD-SUB
        END-IF
    END-PERFORM.

2500-TAKE-ALERTS.
    *> FREQUENCY only creates the alert file when it has something to
    *> say, so no file simply means nothing was out of tolerance.
    OPEN INPUT ALERT-FILE.
    IF WS-ALERT-STATUS = '00'
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ ALERT-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END PERFORM 2600-TAKE-ONE-ALERT
            END-READ
        END-PERFORM
        CLOSE ALERT-FILE
    END-IF.

2600-TAKE-ONE-ALERT.
    IF AL-DATE-YYYY IS NUMERIC
        AND AL-DATE-MM IS NUMERIC
        AND AL-DATE-DD IS NUMERIC
        MOVE AL-DATE-YYYY TO WS-AL-NUM-YYYY
        MOVE AL-DATE-MM TO WS-AL-NUM-MM
        MOVE AL-DATE-DD TO WS-AL-NUM-DD
        MOVE 0 TO WS-OOT-TALLY
        INSPECT AL-TAIL TALLYING WS-OOT-TALLY
            FOR ALL ' - FREQUENCY OUTSIDE TOLERANCE'
        IF WS-AL-DATE-9 = WS-REPORT-DATE
            AND WS-OOT-TALLY > 0
            MOVE AL-DEVICE-ID TO WS-RD-WANTED
            PERFORM 2200-FIND-DEVICE
            IF WS-RD-HIT > 0
                IF WS-RD-OOT(WS-RD-HIT) = 'N'
                    MOVE 'Y' TO WS-RD-OOT(WS-RD-HIT)
                    ADD 1 TO WS-ALERTS-TAKEN
                END-IF
            END-IF
        END-IF
    END-IF.

3000-SORT-ROLLUP-TABLE.
    *> Only devices that reported, or were expected and did not, go
    *> on the report - a site that was not due today is left off
    *> rather than shown with an empty subtotal. The survivors are
    *> closed up, then put in region, site, device order by straight
    *> insertion, as FREQARCQ orders its merged rows.
    MOVE 0 TO WS-RD-KEPT.
    PERFORM VARYING WS-RD-SUB FROM 1 BY 1
            UNTIL WS-RD-SUB > WS-RD-COUNT
        IF WS-RD-READING(WS-RD-SUB) = 'Y'
            OR WS-RD-EXPECTED(WS-RD-SUB) = 'Y'
            ADD 1 TO WS-RD-KEPT
            IF WS-RD-KEPT < WS-RD-SUB
                MOVE WS-RD-ENTRY(WS-RD-SUB) TO WS-RD-ENTRY(WS-RD-KEPT)
            END-IF
        END-IF
    END-PERFORM.
    MOVE WS-RD-KEPT TO WS-RD-COUNT.
    PERFORM VARYING WS-RD-SUB FROM 2 BY 1
            UNTIL WS-RD-SUB > WS-RD-COUNT
        MOVE WS-RD-ENTRY(WS-RD-SUB) TO WS-SWAP-ENTRY
        MOVE WS-RD-SUB TO WS-RD-SUB-2
        PERFORM UNTIL WS-RD-SUB-2 = 1
                OR WS-RD-KEY(WS-RD-SUB-2 - 1) <= WS-SWAP-KEY
            MOVE WS-RD-ENTRY(WS-RD-SUB-2 - 1)
                TO WS-RD-ENTRY(WS-RD-SUB-2)
            SUBTRACT 1 FROM WS-RD-SUB-2
        END-PERFORM
        MOVE WS-SWAP-ENTRY TO WS-RD-ENTRY(WS-RD-SUB-2)
    END-PERFORM.

4000-WRITE-ROLLUP-REPORT.
    OPEN OUTPUT ROLLUP-REPORT-FILE.
    IF WS-ROLL-RPT-STATUS NOT = '00'
        DISPLAY 'ROLLUP REPORT COULD NOT BE OPENED: ' WS-ROLL-RPT-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 'FREQUENCY ROLLUP BY SITE AND REGION' TO ROLL-RPT-LINE
        WRITE ROLL-RPT-LINE
        MOVE SPACES TO ROLL-RPT-LINE
        STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
               WS-REPORT-DATE-DISPLAY DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-NAME) DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ROLL-RPT-LINE
        END-STRING
        WRITE ROLL-RPT-LINE
        MOVE SPACES TO ROLL-RPT-LINE
        WRITE ROLL-RPT-LINE
        IF WS-RD-COUNT = 0
            MOVE SPACES TO ROLL-RPT-LINE
            STRING 'NO READINGS ON THE EXTRACT AND NO DEVICES EXPECTED'
                       DELIMITED BY SIZE
                   ' FOR THIS DATE' DELIMITED BY SIZE
                   INTO ROLL-RPT-LINE
            END-STRING
            WRITE ROLL-RPT-LINE
        END-IF
        PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                UNTIL WS-RD-SUB > WS-RD-COUNT
            EVALUATE TRUE
                WHEN WS-RD-SUB = 1
                    PERFORM 4050-START-REGION
                    PERFORM 4060-START-SITE
                WHEN WS-RD-REGION(WS-RD-SUB) NOT = WS-BRK-REGION
                    PERFORM 4300-END-SITE
                    PERFORM 4400-END-REGION
                    PERFORM 4050-START-REGION
                    PERFORM 4060-START-SITE
                WHEN WS-RD-SITE(WS-RD-SUB) NOT = WS-BRK-SITE
                    PERFORM 4300-END-SITE
                    PERFORM 4060-START-SITE
            END-EVALUATE
            PERFORM 4100-WRITE-DEVICE-LINE
        END-PERFORM
        IF WS-RD-COUNT > 0
            PERFORM 4300-END-SITE
            PERFORM 4400-END-REGION
        END-IF
        PERFORM 4500-WRITE-GRAND-TOTAL
        CLOSE ROLLUP-REPORT-FILE
    END-IF.
    MOVE WS-GT-FREQ TO WS-TOTAL-DISPLAY.
    DISPLAY 'ROLLUP: ' WS-REGIONS-PRINTED ' REGION(S), '
        WS-SITES-PRINTED ' SITE(S), ' WS-GT-DEVICES
        ' DEVICE(S) REPORTING, ' WS-GT-MISSING
        ' EXPECTED WITH NO READING'.
    DISPLAY 'GRAND TOTAL FREQUENCY: ' WS-TOTAL-DISPLAY.
    IF (WS-GT-MISSING > 0 OR WS-UNKNOWN-DEVICES > 0)
        AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF.

4050-START-REGION.
    MOVE WS-RD-REGION(WS-RD-SUB) TO WS-BRK-REGION.
    MOVE 0 TO WS-RT-DEVICES.
    MOVE 0 TO WS-RT-OOT.
    MOVE 0 TO WS-RT-MISSING.
    MOVE 0 TO WS-RT-FREQ.
    ADD 1 TO WS-REGIONS-PRINTED.
    MOVE SPACES TO ROLL-RPT-LINE.
    STRING 'REGION ' DELIMITED BY SIZE
           WS-BRK-REGION DELIMITED BY SIZE
           INTO ROLL-RPT-LINE
    END-STRING.
    WRITE ROLL-RPT-LINE.

4060-START-SITE.
    MOVE WS-RD-SITE(WS-RD-SUB) TO WS-BRK-SITE.
    MOVE 0 TO WS-ST-DEVICES.
    MOVE 0 TO WS-ST-OOT.
    MOVE 0 TO WS-ST-MISSING.
    MOVE 0 TO WS-ST-FREQ.
    ADD 1 TO WS-SITES-PRINTED.
    MOVE SPACES TO ROLL-RPT-LINE.
    STRING '  SITE ' DELIMITED BY SIZE
           WS-BRK-SITE DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-RD-SITE-NAME(WS-RD-SUB) DELIMITED BY SIZE
           INTO ROLL-RPT-LINE
    END-STRING.
    WRITE ROLL-RPT-LINE.

4100-WRITE-DEVICE-LINE.
    MOVE SPACES TO ROLL-RPT-LINE.
    IF WS-RD-READING(WS-RD-SUB) = 'Y'
        ADD 1 TO WS-ST-DEVICES
        ADD WS-RD-FREQ(WS-RD-SUB) TO WS-ST-FREQ
        MOVE WS-RD-FREQ(WS-RD-SUB) TO WS-FREQ-DISPLAY
        EVALUATE TRUE
            WHEN WS-RD-ON-MASTER(WS-RD-SUB) = 'N'
                MOVE ' *** NOT ON DEVICE MASTER' TO WS-DEVICE-NOTE
            WHEN WS-RD-OOT(WS-RD-SUB) = 'Y'
                MOVE ' *** OUT OF TOLERANCE' TO WS-DEVICE-NOTE
            WHEN WS-RD-ACTIVE(WS-RD-SUB) = 'N'
                MOVE ' (DEACTIVATED)' TO WS-DEVICE-NOTE
            WHEN OTHER
                MOVE SPACES TO WS-DEVICE-NOTE
        END-EVALUATE
        IF WS-RD-OOT(WS-RD-SUB) = 'Y'
            ADD 1 TO WS-ST-OOT
        END-IF
        STRING '    ' DELIMITED BY SIZE
               WS-RD-DEVICE(WS-RD-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RD-DESC(WS-RD-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FREQ-DISPLAY DELIMITED BY SIZE
               WS-DEVICE-NOTE DELIMITED BY SIZE
               INTO ROLL-RPT-LINE
        END-STRING
    ELSE
        ADD 1 TO WS-ST-MISSING
        STRING '    ' DELIMITED BY SIZE
               WS-RD-DEVICE(WS-RD-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RD-DESC(WS-RD-SUB) DELIMITED BY SIZE
               '      NO READING *** EXPECTED TODAY' DELIMITED BY SIZE
               INTO ROLL-RPT-LINE
        END-STRING
    END-IF.
    WRITE ROLL-RPT-LINE.

4300-END-SITE.
    MOVE SPACES TO WS-TOTAL-LABEL.
    STRING '  SITE ' DELIMITED BY SIZE
           WS-BRK-SITE DELIMITED BY SIZE
           INTO WS-TOTAL-LABEL
    END-STRING.
    MOVE WS-ST-DEVICES TO WS-DEVICES-DISPLAY.
    MOVE WS-ST-OOT TO WS-OOT-DISPLAY.
    MOVE WS-ST-MISSING TO WS-MISSING-DISPLAY.
    MOVE WS-ST-FREQ TO WS-TOTAL-DISPLAY.
    PERFORM 4600-WRITE-TOTAL-LINE.
    ADD WS-ST-DEVICES TO WS-RT-DEVICES.
    ADD WS-ST-OOT TO WS-RT-OOT.
    ADD WS-ST-MISSING TO WS-RT-MISSING.
    ADD WS-ST-FREQ TO WS-RT-FREQ.

4400-END-REGION.
    MOVE SPACES TO WS-TOTAL-LABEL.
    STRING 'REGION ' DELIMITED BY SIZE
           WS-BRK-REGION DELIMITED BY SIZE
           INTO WS-TOTAL-LABEL
    END-STRING.
    MOVE WS-RT-DEVICES TO WS-DEVICES-DISPLAY.
    MOVE WS-RT-OOT TO WS-OOT-DISPLAY.
    MOVE WS-RT-MISSING TO WS-MISSING-DISPLAY.
    MOVE WS-RT-FREQ TO WS-TOTAL-DISPLAY.
    PERFORM 4600-WRITE-TOTAL-LINE.
    MOVE SPACES TO ROLL-RPT-LINE.
    WRITE ROLL-RPT-LINE.
    ADD WS-RT-DEVICES TO WS-GT-DEVICES.
    ADD WS-RT-OOT TO WS-GT-OOT.
    ADD WS-RT-MISSING TO WS-GT-MISSING.
    ADD WS-RT-FREQ TO WS-GT-FREQ.

4500-WRITE-GRAND-TOTAL.
    MOVE 'ALL REGIONS' TO WS-TOTAL-LABEL.
    MOVE WS-GT-DEVICES TO WS-DEVICES-DISPLAY.
    MOVE WS-GT-OOT TO WS-OOT-DISPLAY.
    MOVE WS-GT-MISSING TO WS-MISSING-DISPLAY.
    MOVE WS-GT-FREQ TO WS-TOTAL-DISPLAY.
    PERFORM 4600-WRITE-TOTAL-LINE.
    IF WS-EXTRACT-SKIPPED > 0
        MOVE SPACES TO ROLL-RPT-LINE
        STRING 'UNREADABLE EXTRACT ROWS: ' DELIMITED BY SIZE
               WS-EXTRACT-SKIPPED DELIMITED BY SIZE
               ' - NOT IN ANY TOTAL' DELIMITED BY SIZE
               INTO ROLL-RPT-LINE
        END-STRING
        WRITE ROLL-RPT-LINE
    END-IF.

4600-WRITE-TOTAL-LINE.
    *> The label and the figures are already set; one layout serves
    *> the site, region and grand total lines.
    MOVE SPACES TO ROLL-RPT-LINE.
    STRING WS-TOTAL-LABEL DELIMITED BY SIZE
           ' TOTAL DEVICES=' DELIMITED BY SIZE
           WS-DEVICES-DISPLAY DELIMITED BY SIZE
           ' OUT OF TOLERANCE=' DELIMITED BY SIZE
           WS-OOT-DISPLAY DELIMITED BY SIZE
           ' EXPECTED, NO READING=' DELIMITED BY SIZE
           WS-MISSING-DISPLAY DELIMITED BY SIZE
           ' FREQUENCY=' DELIMITED BY SIZE
           WS-TOTAL-DISPLAY DELIMITED BY SIZE
           INTO ROLL-RPT-LINE
    END-STRING.
    WRITE ROLL-RPT-LINE.
