IDENTIFICATION DIVISION.
PROGRAM-ID. FREQSPC.
*> Statistical control limits and tolerance recommendations. The
*> min/max cards on the device master were set by hand, and many no
*> longer fit the device: some alert daily, others never alert. This
*> program reads each device's readings over a window from the
*> FREQHIST history master. For each device it works out the mean,
*> the standard deviation, and a control band of the mean plus or
*> minus a number of standard deviations.
*>
*> The report lists those figures against the card limits and flags
*> every reading outside the band, including readings still inside
*> the card limits - the ones the card never alerted on. For each
*> active device on the master whose band, rounded outward to whole
*> units, differs from its card, a recommended-limits record holds
*> the current and proposed limits. FREQDEVM's REVIEW command offers
*> each record for accept or reject; nothing here touches the master.
*>
*> A device needs a minimum number of readings in the window before
*> its band is trusted enough to recommend limits; one whose readings
*> are all the same has no spread to set a band from. Either way its
*> statistics are still reported.
*>
*> Command line: FREQSPC [window-days [end-date-YYYYMMDD]]
*> The window defaults to the 30 days ending today.
*> Files via environment: FREQHMAST history master (default
*> freqhist.dat), OFFSDEVM device master (default freqdevm.dat),
*> FREQSPCR report (default freqspc.rpt), FREQRECF recommended-limits
*> file (default freqspc.rec). FREQSIGMA sets the band width in
*> standard deviations (1-9, default 3); FREQSPCMIN sets the readings
*> needed for a recommendation (default 10).
*>
*> Condition codes: 0 no reading outside its band, 4 readings outside
*> their band or devices left out of a full table, 8 the history or
*> device master is missing, the report or recommended-limits file
*> could not be opened, or a parameter is invalid.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-KEY
        FILE STATUS IS WS-HISTORY-STATUS.
        SELECT DEVICE-MASTER-FILE ASSIGN TO DYNAMIC WS-DEVMAST-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEVMAST-STATUS.
        SELECT SPC-REPORT-FILE ASSIGN TO DYNAMIC WS-SPC-RPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPC-RPT-STATUS.
        SELECT RECOMMEND-FILE ASSIGN TO DYNAMIC WS-RECOMMEND-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECOMMEND-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> History master, as FREQHIST keeps it: one record per device
    *> per run, keyed device, run date, run sequence - so a straight
    *> read of the file brings each device's readings together.
    FD HISTORY-FILE.
    01 HISTORY-RECORD.
        05 HIST-KEY.
            10 HIST-DEVICE-ID PIC X(10).
            10 HIST-RUN-DATE PIC 9(8).
            10 HIST-RUN-SEQ PIC 9(6).
        05 HIST-FREQUENCY PIC -(11)9.9(3).

    *> Device master card, the layout FREQUENCY and FREQDEVM read.
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

    FD SPC-REPORT-FILE.
    01 SPC-RPT-LINE PIC X(132).

    FD RECOMMEND-FILE.
    01 RECOMMEND-RECORD.
        COPY "freqspc.cpy".

    WORKING-STORAGE SECTION.
    01 WS-HISTORY-FILE PIC X(80) VALUE 'freqhist.dat'.
    01 WS-HISTORY-STATUS PIC X(2).
    01 WS-DEVMAST-FILE PIC X(80) VALUE 'freqdevm.dat'.
    01 WS-DEVMAST-STATUS PIC X(2).
    01 WS-SPC-RPT-FILE PIC X(80) VALUE 'freqspc.rpt'.
    01 WS-SPC-RPT-STATUS PIC X(2).
    01 WS-RECOMMEND-FILE PIC X(80) VALUE 'freqspc.rec'.
    01 WS-RECOMMEND-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-DAYS PIC X(10).
    01 WS-PARM-END PIC X(10).
    01 WS-PARM-ENV PIC X(80).

    01 FILE-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-RUN-DATE PIC 9(8).

    *> Reading window: the WS-WINDOW-DAYS run dates ending on
    *> WS-WINDOW-TO, both ends included.
    01 WS-WINDOW-DAYS PIC 9(4) VALUE 30.
    01 WS-WINDOW-FROM PIC 9(8).
    01 WS-WINDOW-TO PIC 9(8) VALUE 0.
    01 WS-WINDOW-FROM-DISPLAY PIC 9999/99/99.
    01 WS-WINDOW-TO-DISPLAY PIC 9999/99/99.

    *> Band width in standard deviations, and the readings a device
    *> needs in the window before limits are recommended for it.
    01 WS-SIGMA PIC 9(1) VALUE 3.
    01 WS-MIN-READINGS PIC 9(6) VALUE 10.

    *> Device master limits, loaded the way FREQUENCY loads them: a
    *> card with unreadable limits is skipped with a message.
    01 WS-DM-MAX-ENTRIES PIC 9(4) VALUE 500.
    01 WS-DM-COUNT PIC 9(4) VALUE 0.
    01 WS-DM-SUB PIC 9(4) COMP.
    01 WS-DM-EOF PIC 1.
    01 WS-DM-TABLE.
        05 WS-DM-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-DM-COUNT.
            10 WS-DM-ID PIC X(10).
            10 WS-DM-MIN PIC S9(12).
            10 WS-DM-MAX PIC S9(12).
            10 WS-DM-STATUS PIC X(1).

    *> Per-device statistics. The first pass over the window takes
    *> the count and sum (so the mean), the second the sum of squared
    *> deviations from that mean - squaring the deviations rather than
    *> the readings keeps the sums inside their pictures on devices
    *> running at a large frequency. The third pass flags readings.
    01 WS-DEV-MAX PIC 9(4) VALUE 500.
    01 WS-DEV-COUNT PIC 9(4) VALUE 0.
    01 WS-DEV-SUB PIC 9(4) COMP.
    01 WS-DEV-HIT PIC 9(4) COMP.
    01 WS-DEV-FULL PIC X(1) VALUE 'N'.
    01 WS-DEV-TABLE.
        05 WS-DEV-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-DEV-COUNT.
            10 WS-DEV-ID PIC X(10).
            10 WS-DEV-READS PIC 9(6).
            10 WS-DEV-SUM PIC S9(16)V9(3).
            10 WS-DEV-MEAN PIC S9(12)V9(3).
            10 WS-DEV-SQ-DEV PIC 9(22)V9(6).
            10 WS-DEV-STD-DEV PIC 9(12)V9(3).
            10 WS-DEV-LCL PIC S9(13)V9(3).
            10 WS-DEV-UCL PIC S9(13)V9(3).
            10 WS-DEV-OUTSIDE PIC 9(6).
            *> Card limits for the device ('N' when it has no card),
            *> the proposed limits, and why no recommendation is
            *> written for it (spaces when one is).
            10 WS-DEV-ON-MASTER PIC X(1).
            10 WS-DEV-CARD-MIN PIC S9(12).
            10 WS-DEV-CARD-MAX PIC S9(12).
            10 WS-DEV-CARD-STATUS PIC X(1).
            10 WS-DEV-NEW-MIN PIC S9(13).
            10 WS-DEV-NEW-MAX PIC S9(13).
            10 WS-DEV-NOTE PIC X(40).

    01 WS-FREQ-VALUE PIC S9(12)V9(3).
    01 WS-DEVIATION PIC S9(13)V9(3).
    01 WS-VARIANCE PIC 9(22)V9(6).
    01 WS-BAND-HALF PIC 9(13)V9(3).
    01 WS-CARD-LIMIT-MAGNITUDE PIC 9(13) VALUE 999999999999.
    *> Unsigned: a MOVE keeps the magnitude of a signed limit.
    01 WS-ABS-LIMIT PIC 9(13).
    01 WS-LIMITS-FIT PIC X(1).
    01 WS-INSIDE-CARD PIC X(1).
    01 WS-READINGS-IN-WINDOW PIC 9(8) VALUE 0.
    01 WS-READINGS-OUTSIDE PIC 9(8) VALUE 0.
    01 WS-INSIDE-CARD-COUNT PIC 9(8) VALUE 0.
    01 WS-RECS-WRITTEN PIC 9(6) VALUE 0.

    *> Report line fields.
    01 WS-RPT-READS PIC Z(5)9.
    01 WS-RPT-MEAN PIC -(11)9.9(3).
    01 WS-RPT-STD-DEV PIC Z(11)9.9(3).
    01 WS-RPT-LCL PIC -(12)9.9(3).
    01 WS-RPT-UCL PIC -(12)9.9(3).
    01 WS-RPT-CARD-MIN PIC -(11)9.
    01 WS-RPT-CARD-MAX PIC -(11)9.
    01 WS-RPT-NEW-MIN PIC -(12)9.
    01 WS-RPT-NEW-MAX PIC -(12)9.
    01 WS-RPT-FREQ PIC -(11)9.9(3).
    01 WS-RPT-DATE PIC 9999/99/99.
    01 WS-RPT-COUNT PIC Z(7)9.

PROCEDURE DIVISION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-RUN-RC < 8
        PERFORM 0200-LOAD-DEVICE-MASTER
    END-IF.
    IF WS-RUN-RC < 8
        OPEN INPUT HISTORY-FILE
        IF WS-HISTORY-STATUS NOT = '00'
            DISPLAY 'HISTORY MASTER NOT FOUND: ' WS-HISTORY-FILE
                ' (STATUS ' WS-HISTORY-STATUS ')'
            MOVE 8 TO WS-RUN-RC
        ELSE
            CLOSE HISTORY-FILE
        END-IF
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1000-ACCUMULATE-MEANS
        PERFORM 2000-ACCUMULATE-SPREAD
        PERFORM 3000-SET-CONTROL-BANDS
        PERFORM 4000-WRITE-SPC-REPORT
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 5000-WRITE-RECOMMENDATIONS
    END-IF.
    DISPLAY 'SPC: ' WS-DEV-COUNT ' DEVICE(S), '
        WS-READINGS-IN-WINDOW ' READING(S) IN WINDOW, '
        WS-READINGS-OUTSIDE ' OUTSIDE BAND ('
        WS-INSIDE-CARD-COUNT ' INSIDE CARD LIMITS), '
        WS-RECS-WRITTEN ' RECOMMENDATION(S)'.
    IF WS-READINGS-OUTSIDE > 0 AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0100-GET-RUN-PARMS.
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
            COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-PARM-DAYS)
        ELSE
            DISPLAY 'WINDOW DAYS NOT A NUMBER FROM 1 TO 9999: '
                WS-PARM-DAYS
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.
    IF WS-PARM-END NOT = SPACES
        IF WS-PARM-END(1:8) IS NUMERIC AND WS-PARM-END(9:2) = SPACES
            MOVE WS-PARM-END(1:8) TO WS-WINDOW-TO
        END-IF
        IF WS-WINDOW-TO = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-WINDOW-TO) NOT = 0
            DISPLAY 'WINDOW END NOT A YYYYMMDD DATE: ' WS-PARM-END
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO WS-WINDOW-TO
    END-IF.
    IF WS-RUN-RC < 8
        COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-WINDOW-TO)
            - WS-WINDOW-DAYS + 1)
        MOVE WS-WINDOW-FROM TO WS-WINDOW-FROM-DISPLAY
        MOVE WS-WINDOW-TO TO WS-WINDOW-TO-DISPLAY
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQHMAST'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-HISTORY-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSDEVM'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-DEVMAST-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSPCR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SPC-RPT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQRECF'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-RECOMMEND-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSIGMA'.
    IF WS-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            AND FUNCTION NUMVAL(WS-PARM-ENV) > 0
            AND FUNCTION NUMVAL(WS-PARM-ENV) < 10
            COMPUTE WS-SIGMA = FUNCTION NUMVAL(WS-PARM-ENV)
        ELSE
            DISPLAY 'FREQSIGMA IS NOT A WHOLE NUMBER FROM 1 TO 9: '
                FUNCTION TRIM(WS-PARM-ENV)
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSPCMIN'.
    IF WS-PARM-ENV NOT = SPACES
        IF FUNCTION TRIM(WS-PARM-ENV) IS NUMERIC
            AND FUNCTION NUMVAL(WS-PARM-ENV) > 1
            AND FUNCTION NUMVAL(WS-PARM-ENV) < 1000000
            COMPUTE WS-MIN-READINGS = FUNCTION NUMVAL(WS-PARM-ENV)
        ELSE
            DISPLAY 'FREQSPCMIN IS NOT A NUMBER OF READINGS ABOVE 1: '
                FUNCTION TRIM(WS-PARM-ENV)
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

0200-LOAD-DEVICE-MASTER.
    OPEN INPUT DEVICE-MASTER-FILE.
    IF WS-DEVMAST-STATUS NOT = '00'
        DISPLAY 'DEVICE MASTER NOT FOUND: ' WS-DEVMAST-FILE
            ' - NO CARD LIMITS TO COMPARE AGAINST'
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO WS-DM-EOF
        PERFORM UNTIL WS-DM-EOF = 1
            READ DEVICE-MASTER-FILE
                AT END MOVE 1 TO WS-DM-EOF
                NOT AT END PERFORM 0210-STORE-MASTER-ENTRY
            END-READ
        END-PERFORM
        CLOSE DEVICE-MASTER-FILE
    END-IF.

0210-STORE-MASTER-ENTRY.
    EVALUATE TRUE
        WHEN DM-DEVICE-ID = SPACES
            CONTINUE
        WHEN DM-MIN-FREQ IS NOT NUMERIC
            OR DM-MAX-FREQ IS NOT NUMERIC
            DISPLAY 'BAD DEVICE MASTER CARD FOR ' DM-DEVICE-ID
                ' - LIMITS NOT NUMERIC, CARD SKIPPED'
        WHEN WS-DM-COUNT >= WS-DM-MAX-ENTRIES
            DISPLAY 'DEVICE MASTER TABLE FULL AT ' WS-DM-MAX-ENTRIES
                ' ENTRIES - ' DM-DEVICE-ID ' NOT LOADED'
        WHEN OTHER
            ADD 1 TO WS-DM-COUNT
            MOVE DM-DEVICE-ID TO WS-DM-ID(WS-DM-COUNT)
            MOVE DM-MIN-FREQ TO WS-DM-MIN(WS-DM-COUNT)
            IF DM-MIN-SIGN = '-'
                COMPUTE WS-DM-MIN(WS-DM-COUNT) =
                    0 - WS-DM-MIN(WS-DM-COUNT)
            END-IF
            MOVE DM-MAX-FREQ TO WS-DM-MAX(WS-DM-COUNT)
            IF DM-MAX-SIGN = '-'
                COMPUTE WS-DM-MAX(WS-DM-COUNT) =
                    0 - WS-DM-MAX(WS-DM-COUNT)
            END-IF
            MOVE DM-STATUS TO WS-DM-STATUS(WS-DM-COUNT)
    END-EVALUATE.

1000-ACCUMULATE-MEANS.
    OPEN INPUT HISTORY-FILE.
    MOVE 0 TO FILE-EOF.
    PERFORM UNTIL FILE-EOF = 1
        READ HISTORY-FILE NEXT
            AT END MOVE 1 TO FILE-EOF
            NOT AT END
                IF HIST-RUN-DATE >= WS-WINDOW-FROM
                    AND HIST-RUN-DATE <= WS-WINDOW-TO
                    PERFORM 1100-TAKE-ONE-READING
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
    PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
            UNTIL WS-DEV-SUB > WS-DEV-COUNT
        COMPUTE WS-DEV-MEAN(WS-DEV-SUB) ROUNDED =
            WS-DEV-SUM(WS-DEV-SUB) / WS-DEV-READS(WS-DEV-SUB)
    END-PERFORM.

1100-TAKE-ONE-READING.
    ADD 1 TO WS-READINGS-IN-WINDOW.
    COMPUTE WS-FREQ-VALUE = FUNCTION NUMVAL(HIST-FREQUENCY).
    PERFORM 1200-FIND-DEVICE.
    IF WS-DEV-HIT = 0
        IF WS-DEV-COUNT >= WS-DEV-MAX
            IF WS-DEV-FULL = 'N'
                DISPLAY 'DEVICE TABLE FULL AT ' WS-DEV-MAX
                    ' DEVICES - LATER DEVICES LEFT OUT'
                MOVE 'Y' TO WS-DEV-FULL
                IF WS-RUN-RC < 4
                    MOVE 4 TO WS-RUN-RC
                END-IF
            END-IF
        ELSE
            ADD 1 TO WS-DEV-COUNT
            MOVE HIST-DEVICE-ID TO WS-DEV-ID(WS-DEV-COUNT)
            MOVE 1 TO WS-DEV-READS(WS-DEV-COUNT)
            MOVE WS-FREQ-VALUE TO WS-DEV-SUM(WS-DEV-COUNT)
            MOVE 0 TO WS-DEV-SQ-DEV(WS-DEV-COUNT)
            MOVE 0 TO WS-DEV-OUTSIDE(WS-DEV-COUNT)
            MOVE SPACES TO WS-DEV-NOTE(WS-DEV-COUNT)
        END-IF
    ELSE
        ADD 1 TO WS-DEV-READS(WS-DEV-HIT)
        ADD WS-FREQ-VALUE TO WS-DEV-SUM(WS-DEV-HIT)
    END-IF.

1200-FIND-DEVICE.
    *> The master is in device order, so the device just read is
    *> nearly always the last one added.
    MOVE 0 TO WS-DEV-HIT.
    IF WS-DEV-COUNT > 0
        IF WS-DEV-ID(WS-DEV-COUNT) = HIST-DEVICE-ID
            MOVE WS-DEV-COUNT TO WS-DEV-HIT
        ELSE
            PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
                    UNTIL WS-DEV-SUB > WS-DEV-COUNT
                IF WS-DEV-ID(WS-DEV-SUB) = HIST-DEVICE-ID
                    MOVE WS-DEV-SUB TO WS-DEV-HIT
                    MOVE WS-DEV-COUNT TO WS-DEV-SUB
                END-IF
            END-PERFORM
        END-IF
    END-IF.

2000-ACCUMULATE-SPREAD.
    OPEN INPUT HISTORY-FILE.
    MOVE 0 TO FILE-EOF.
    PERFORM UNTIL FILE-EOF = 1
        READ HISTORY-FILE NEXT
            AT END MOVE 1 TO FILE-EOF
            NOT AT END
                IF HIST-RUN-DATE >= WS-WINDOW-FROM
                    AND HIST-RUN-DATE <= WS-WINDOW-TO
                    PERFORM 1200-FIND-DEVICE
                    IF WS-DEV-HIT > 0
                        COMPUTE WS-DEVIATION =
                            FUNCTION NUMVAL(HIST-FREQUENCY)
                            - WS-DEV-MEAN(WS-DEV-HIT)
                        COMPUTE WS-DEV-SQ-DEV(WS-DEV-HIT) =
                            WS-DEV-SQ-DEV(WS-DEV-HIT)
                            + WS-DEVIATION * WS-DEVIATION
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

3000-SET-CONTROL-BANDS.
    PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
            UNTIL WS-DEV-SUB > WS-DEV-COUNT
        PERFORM 3100-SET-ONE-BAND
    END-PERFORM.

3100-SET-ONE-BAND.
    *> Sample standard deviation (divisor n - 1); a device with one
    *> reading has no spread at all.
    IF WS-DEV-READS(WS-DEV-SUB) > 1
        COMPUTE WS-VARIANCE =
            WS-DEV-SQ-DEV(WS-DEV-SUB) / (WS-DEV-READS(WS-DEV-SUB) - 1)
        COMPUTE WS-DEV-STD-DEV(WS-DEV-SUB) ROUNDED =
            FUNCTION SQRT(WS-VARIANCE)
    ELSE
        MOVE 0 TO WS-DEV-STD-DEV(WS-DEV-SUB)
    END-IF.
    COMPUTE WS-BAND-HALF = WS-DEV-STD-DEV(WS-DEV-SUB) * WS-SIGMA.
    COMPUTE WS-DEV-LCL(WS-DEV-SUB) =
        WS-DEV-MEAN(WS-DEV-SUB) - WS-BAND-HALF.
    COMPUTE WS-DEV-UCL(WS-DEV-SUB) =
        WS-DEV-MEAN(WS-DEV-SUB) + WS-BAND-HALF.
    *> Proposed card limits: the band rounded outward to the whole
    *> units the card holds, so the card is never tighter than the
    *> band.
    COMPUTE WS-DEV-NEW-MIN(WS-DEV-SUB) =
        FUNCTION INTEGER(WS-DEV-LCL(WS-DEV-SUB)).
    COMPUTE WS-DEV-NEW-MAX(WS-DEV-SUB) =
        0 - FUNCTION INTEGER(0 - WS-DEV-UCL(WS-DEV-SUB)).
    MOVE 'N' TO WS-DEV-ON-MASTER(WS-DEV-SUB).
    MOVE 0 TO WS-DEV-CARD-MIN(WS-DEV-SUB).
    MOVE 0 TO WS-DEV-CARD-MAX(WS-DEV-SUB).
    MOVE SPACE TO WS-DEV-CARD-STATUS(WS-DEV-SUB).
    PERFORM VARYING WS-DM-SUB FROM 1 BY 1
            UNTIL WS-DM-SUB > WS-DM-COUNT
        IF WS-DM-ID(WS-DM-SUB) = WS-DEV-ID(WS-DEV-SUB)
            MOVE 'Y' TO WS-DEV-ON-MASTER(WS-DEV-SUB)
            MOVE WS-DM-MIN(WS-DM-SUB) TO WS-DEV-CARD-MIN(WS-DEV-SUB)
            MOVE WS-DM-MAX(WS-DM-SUB) TO WS-DEV-CARD-MAX(WS-DEV-SUB)
            MOVE WS-DM-STATUS(WS-DM-SUB)
                TO WS-DEV-CARD-STATUS(WS-DEV-SUB)
            MOVE WS-DM-COUNT TO WS-DM-SUB
        END-IF
    END-PERFORM.
    *> Why a device gets no recommendation, in the order an operator
    *> would want to know it. Spaces leave it eligible.
    *> The proposed limits must also fit the card's twelve digits.
    MOVE 'Y' TO WS-LIMITS-FIT.
    MOVE WS-DEV-NEW-MIN(WS-DEV-SUB) TO WS-ABS-LIMIT.
    IF WS-ABS-LIMIT > WS-CARD-LIMIT-MAGNITUDE
        MOVE 'N' TO WS-LIMITS-FIT
    END-IF.
    MOVE WS-DEV-NEW-MAX(WS-DEV-SUB) TO WS-ABS-LIMIT.
    IF WS-ABS-LIMIT > WS-CARD-LIMIT-MAGNITUDE
        MOVE 'N' TO WS-LIMITS-FIT
    END-IF.
    EVALUATE TRUE
        WHEN WS-DEV-ON-MASTER(WS-DEV-SUB) = 'N'
            MOVE 'NOT ON DEVICE MASTER' TO WS-DEV-NOTE(WS-DEV-SUB)
        WHEN WS-DEV-CARD-STATUS(WS-DEV-SUB) = 'I'
            MOVE 'DEACTIVATED ON DEVICE MASTER'
                TO WS-DEV-NOTE(WS-DEV-SUB)
        WHEN WS-DEV-READS(WS-DEV-SUB) < WS-MIN-READINGS
            MOVE 'TOO FEW READINGS TO RECOMMEND'
                TO WS-DEV-NOTE(WS-DEV-SUB)
        WHEN WS-DEV-STD-DEV(WS-DEV-SUB) = 0
            MOVE 'NO SPREAD IN READINGS' TO WS-DEV-NOTE(WS-DEV-SUB)
        WHEN WS-LIMITS-FIT = 'N'
            MOVE 'PROPOSED LIMIT TOO WIDE FOR THE CARD'
                TO WS-DEV-NOTE(WS-DEV-SUB)
        WHEN WS-DEV-NEW-MIN(WS-DEV-SUB) = WS-DEV-CARD-MIN(WS-DEV-SUB)
            AND WS-DEV-NEW-MAX(WS-DEV-SUB)
                = WS-DEV-CARD-MAX(WS-DEV-SUB)
            MOVE 'CARD ALREADY MATCHES BAND' TO WS-DEV-NOTE(WS-DEV-SUB)
    END-EVALUATE.

4000-WRITE-SPC-REPORT.
    OPEN OUTPUT SPC-REPORT-FILE.
    IF WS-SPC-RPT-STATUS NOT = '00'
        DISPLAY 'SPC REPORT COULD NOT BE OPENED: ' WS-SPC-RPT-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 'STATISTICAL CONTROL LIMITS AND TOLERANCE RECOMMENDATIONS'
            TO SPC-RPT-LINE
        WRITE SPC-RPT-LINE
        MOVE WS-MIN-READINGS TO WS-RPT-COUNT
        MOVE SPACES TO SPC-RPT-LINE
        STRING 'WINDOW: ' DELIMITED BY SIZE
               WS-WINDOW-FROM-DISPLAY DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-WINDOW-TO-DISPLAY DELIMITED BY SIZE
               '  BAND: MEAN +/- ' DELIMITED BY SIZE
               WS-SIGMA DELIMITED BY SIZE
               ' STD DEV  RECOMMEND FROM ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-COUNT) DELIMITED BY SIZE
               ' READINGS' DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
        WRITE SPC-RPT-LINE
        MOVE SPACES TO SPC-RPT-LINE
        WRITE SPC-RPT-LINE
        MOVE SPACES TO SPC-RPT-LINE
        STRING 'DEVICE      READS             MEAN          STD DEV'
                   DELIMITED BY SIZE
               '            BAND LOW           BAND HIGH'
                   DELIMITED BY SIZE
               '     CARD MIN     CARD MAX' DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
        WRITE SPC-RPT-LINE
        PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
                UNTIL WS-DEV-SUB > WS-DEV-COUNT
            PERFORM 4100-WRITE-ONE-DEVICE
        END-PERFORM
        IF WS-DEV-COUNT = 0
            MOVE 'NO READINGS ON THE HISTORY MASTER IN THE WINDOW'
                TO SPC-RPT-LINE
            WRITE SPC-RPT-LINE
        END-IF
        PERFORM 4500-WRITE-OUTSIDE-READINGS
        CLOSE SPC-REPORT-FILE
    END-IF.

4100-WRITE-ONE-DEVICE.
    MOVE WS-DEV-READS(WS-DEV-SUB) TO WS-RPT-READS.
    MOVE WS-DEV-MEAN(WS-DEV-SUB) TO WS-RPT-MEAN.
    MOVE WS-DEV-STD-DEV(WS-DEV-SUB) TO WS-RPT-STD-DEV.
    MOVE WS-DEV-LCL(WS-DEV-SUB) TO WS-RPT-LCL.
    MOVE WS-DEV-UCL(WS-DEV-SUB) TO WS-RPT-UCL.
    MOVE SPACES TO SPC-RPT-LINE.
    IF WS-DEV-ON-MASTER(WS-DEV-SUB) = 'Y'
        MOVE WS-DEV-CARD-MIN(WS-DEV-SUB) TO WS-RPT-CARD-MIN
        MOVE WS-DEV-CARD-MAX(WS-DEV-SUB) TO WS-RPT-CARD-MAX
        STRING WS-DEV-ID(WS-DEV-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-READS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-MEAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-STD-DEV DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-LCL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-UCL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-CARD-MIN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-CARD-MAX DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
    ELSE
        STRING WS-DEV-ID(WS-DEV-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-READS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-MEAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-STD-DEV DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-LCL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPT-UCL DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
    END-IF.
    WRITE SPC-RPT-LINE.
    MOVE SPACES TO SPC-RPT-LINE.
    IF WS-DEV-NOTE(WS-DEV-SUB) = SPACES
        MOVE WS-DEV-NEW-MIN(WS-DEV-SUB) TO WS-RPT-NEW-MIN
        MOVE WS-DEV-NEW-MAX(WS-DEV-SUB) TO WS-RPT-NEW-MAX
        STRING '           RECOMMEND MIN=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-NEW-MIN) DELIMITED BY SIZE
               ' MAX=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-NEW-MAX) DELIMITED BY SIZE
               ' (CARD MIN=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-CARD-MIN) DELIMITED BY SIZE
               ' MAX=' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-CARD-MAX) DELIMITED BY SIZE
               ') - REVIEW IN FREQDEVM' DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
    ELSE
        STRING '           NO RECOMMENDATION: ' DELIMITED BY SIZE
               WS-DEV-NOTE(WS-DEV-SUB) DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
    END-IF.
    WRITE SPC-RPT-LINE.

4500-WRITE-OUTSIDE-READINGS.
    *> Third pass: every reading in the window outside its device's
    *> band, marked by whether the card limits let it through.
    MOVE SPACES TO SPC-RPT-LINE.
    WRITE SPC-RPT-LINE.
    MOVE 'READINGS OUTSIDE THE CONTROL BAND:' TO SPC-RPT-LINE.
    WRITE SPC-RPT-LINE.
    OPEN INPUT HISTORY-FILE.
    MOVE 0 TO FILE-EOF.
    PERFORM UNTIL FILE-EOF = 1
        READ HISTORY-FILE NEXT
            AT END MOVE 1 TO FILE-EOF
            NOT AT END
                IF HIST-RUN-DATE >= WS-WINDOW-FROM
                    AND HIST-RUN-DATE <= WS-WINDOW-TO
                    PERFORM 1200-FIND-DEVICE
                    IF WS-DEV-HIT > 0
                        PERFORM 4600-CHECK-ONE-READING
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
    IF WS-READINGS-OUTSIDE = 0
        MOVE '  NONE' TO SPC-RPT-LINE
        WRITE SPC-RPT-LINE
    ELSE
        MOVE SPACES TO SPC-RPT-LINE
        WRITE SPC-RPT-LINE
        MOVE WS-READINGS-OUTSIDE TO WS-RPT-COUNT
        MOVE SPACES TO SPC-RPT-LINE
        STRING 'READINGS OUTSIDE BAND: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-COUNT) DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
        WRITE SPC-RPT-LINE
        MOVE WS-INSIDE-CARD-COUNT TO WS-RPT-COUNT
        MOVE SPACES TO SPC-RPT-LINE
        STRING 'OF WHICH INSIDE CARD LIMITS (NEVER ALERTED): '
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPT-COUNT) DELIMITED BY SIZE
               INTO SPC-RPT-LINE
        END-STRING
        WRITE SPC-RPT-LINE
    END-IF.

4600-CHECK-ONE-READING.
    COMPUTE WS-FREQ-VALUE = FUNCTION NUMVAL(HIST-FREQUENCY).
    IF WS-DEV-STD-DEV(WS-DEV-HIT) > 0
        AND (WS-FREQ-VALUE < WS-DEV-LCL(WS-DEV-HIT)
        OR WS-FREQ-VALUE > WS-DEV-UCL(WS-DEV-HIT))
        ADD 1 TO WS-READINGS-OUTSIDE
        ADD 1 TO WS-DEV-OUTSIDE(WS-DEV-HIT)
        MOVE 'N' TO WS-INSIDE-CARD
        IF WS-DEV-ON-MASTER(WS-DEV-HIT) = 'Y'
            AND WS-FREQ-VALUE >= WS-DEV-CARD-MIN(WS-DEV-HIT)
            AND WS-FREQ-VALUE <= WS-DEV-CARD-MAX(WS-DEV-HIT)
            MOVE 'Y' TO WS-INSIDE-CARD
            ADD 1 TO WS-INSIDE-CARD-COUNT
        END-IF
        MOVE HIST-RUN-DATE TO WS-RPT-DATE
        MOVE WS-FREQ-VALUE TO WS-RPT-FREQ
        MOVE SPACES TO SPC-RPT-LINE
        EVALUATE TRUE
            WHEN WS-INSIDE-CARD = 'Y'
                STRING '  ' DELIMITED BY SIZE
                       HIST-DEVICE-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RPT-DATE DELIMITED BY SIZE
                       ' SEQ=' DELIMITED BY SIZE
                       HIST-RUN-SEQ DELIMITED BY SIZE
                       ' FREQ=' DELIMITED BY SIZE
                       WS-RPT-FREQ DELIMITED BY SIZE
                       ' *** OUTSIDE BAND, INSIDE CARD LIMITS'
                           DELIMITED BY SIZE
                       INTO SPC-RPT-LINE
                END-STRING
            WHEN WS-DEV-ON-MASTER(WS-DEV-HIT) = 'Y'
                STRING '  ' DELIMITED BY SIZE
                       HIST-DEVICE-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RPT-DATE DELIMITED BY SIZE
                       ' SEQ=' DELIMITED BY SIZE
                       HIST-RUN-SEQ DELIMITED BY SIZE
                       ' FREQ=' DELIMITED BY SIZE
                       WS-RPT-FREQ DELIMITED BY SIZE
                       ' OUTSIDE BAND AND CARD LIMITS'
                           DELIMITED BY SIZE
                       INTO SPC-RPT-LINE
                END-STRING
            WHEN OTHER
                STRING '  ' DELIMITED BY SIZE
                       HIST-DEVICE-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RPT-DATE DELIMITED BY SIZE
                       ' SEQ=' DELIMITED BY SIZE
                       HIST-RUN-SEQ DELIMITED BY SIZE
                       ' FREQ=' DELIMITED BY SIZE
                       WS-RPT-FREQ DELIMITED BY SIZE
                       ' OUTSIDE BAND (NO CARD)' DELIMITED BY SIZE
                       INTO SPC-RPT-LINE
                END-STRING
        END-EVALUATE
        WRITE SPC-RPT-LINE
    END-IF.

5000-WRITE-RECOMMENDATIONS.
    *> Rewritten whole each run: a recommendation left over from an
    *> earlier window must not be offered against today's cards.
    OPEN OUTPUT RECOMMEND-FILE.
    IF WS-RECOMMEND-STATUS NOT = '00'
        DISPLAY 'RECOMMENDED-LIMITS FILE COULD NOT BE OPENED: '
            WS-RECOMMEND-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        PERFORM VARYING WS-DEV-SUB FROM 1 BY 1
                UNTIL WS-DEV-SUB > WS-DEV-COUNT
            IF WS-DEV-NOTE(WS-DEV-SUB) = SPACES
                PERFORM 5100-WRITE-ONE-RECOMMENDATION
            END-IF
        END-PERFORM
        CLOSE RECOMMEND-FILE
    END-IF.

5100-WRITE-ONE-RECOMMENDATION.
    MOVE SPACES TO RECOMMEND-RECORD.
    MOVE WS-DEV-ID(WS-DEV-SUB) TO REC-DEVICE-ID.
    IF WS-DEV-CARD-MIN(WS-DEV-SUB) < 0
        MOVE '-' TO REC-CUR-MIN-SIGN
        COMPUTE REC-CUR-MIN = 0 - WS-DEV-CARD-MIN(WS-DEV-SUB)
    ELSE
        MOVE '+' TO REC-CUR-MIN-SIGN
        MOVE WS-DEV-CARD-MIN(WS-DEV-SUB) TO REC-CUR-MIN
    END-IF.
    IF WS-DEV-CARD-MAX(WS-DEV-SUB) < 0
        MOVE '-' TO REC-CUR-MAX-SIGN
        COMPUTE REC-CUR-MAX = 0 - WS-DEV-CARD-MAX(WS-DEV-SUB)
    ELSE
        MOVE '+' TO REC-CUR-MAX-SIGN
        MOVE WS-DEV-CARD-MAX(WS-DEV-SUB) TO REC-CUR-MAX
    END-IF.
    IF WS-DEV-NEW-MIN(WS-DEV-SUB) < 0
        MOVE '-' TO REC-NEW-MIN-SIGN
        COMPUTE REC-NEW-MIN = 0 - WS-DEV-NEW-MIN(WS-DEV-SUB)
    ELSE
        MOVE '+' TO REC-NEW-MIN-SIGN
        MOVE WS-DEV-NEW-MIN(WS-DEV-SUB) TO REC-NEW-MIN
    END-IF.
    IF WS-DEV-NEW-MAX(WS-DEV-SUB) < 0
        MOVE '-' TO REC-NEW-MAX-SIGN
        COMPUTE REC-NEW-MAX = 0 - WS-DEV-NEW-MAX(WS-DEV-SUB)
    ELSE
        MOVE '+' TO REC-NEW-MAX-SIGN
        MOVE WS-DEV-NEW-MAX(WS-DEV-SUB) TO REC-NEW-MAX
    END-IF.
    MOVE WS-DEV-READS(WS-DEV-SUB) TO REC-READINGS.
    MOVE WS-DEV-MEAN(WS-DEV-SUB) TO REC-MEAN.
    MOVE WS-DEV-STD-DEV(WS-DEV-SUB) TO REC-STD-DEV.
    MOVE WS-WINDOW-FROM TO REC-WINDOW-FROM.
    MOVE WS-WINDOW-TO TO REC-WINDOW-TO.
    WRITE RECOMMEND-RECORD.
    ADD 1 TO WS-RECS-WRITTEN.
