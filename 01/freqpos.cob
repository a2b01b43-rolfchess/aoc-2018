IDENTIFICATION DIVISION.
PROGRAM-ID. FREQPOS.
*> Current-position file maintenance. FREQUENCY and FREQFIX keep a
*> keyed record per device holding its latest published frequency,
*> run date, and run sequence, so the carry-forward seed, FREQFIX's
*> prior frequency, and FREQSCMP's published reading are one keyed
*> read instead of a pass of the whole extract. This program
*> rebuilds that file from the extract when it is lost or suspected
*> wrong, and shows a device's position on request.
*>
*> Modes (first command-line parameter):
*>   REBUILD         - recreate the position file from the extract:
*>                     per device the latest run date and run
*>                     sequence win, the later row on ties (a FREQFIX
*>                     amendment), exactly as the carry-forward scan
*>                     always chose
*>   QUERY device-id - show the position held for one device
*>
*> Files via environment: OFFSEXTR extract (default freqextr.dat),
*> FREQPOSF current-position file (default freqpos.dat).
*>
*> Condition codes: 0 clean, 4 extract rows without a readable run
*> date were skipped, or the device queried holds no position, 8 the
*> extract or the position file could not be opened, or no mode.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
        SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POS-DEVICE-ID
        FILE STATUS IS WS-POSITION-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> Input side: the same fixed-format extract record FREQUENCY
    *> appends in 4100-WRITE-EXTRACT.
    FD EXTRACT-FILE.
    01 EXTRACT-RECORD.
        05 EXTRACT-DEVICE-ID PIC X(10).
        05 EXTRACT-RUN-DATE PIC 9(8).
        05 EXTRACT-FREQUENCY PIC -(11)9.9(3).
        05 EXTRACT-RUN-SEQ PIC 9(6).

    FD POSITION-FILE.
    01 POSITION-RECORD.
        COPY "freqpos.cpy".

    WORKING-STORAGE SECTION.
    01 WS-EXTRACT-FILE PIC X(80) VALUE 'freqextr.dat'.
    01 WS-EXTRACT-STATUS PIC X(2).
    01 WS-POSITION-FILE PIC X(80) VALUE 'freqpos.dat'.
    01 WS-POSITION-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-MODE PIC X(10).
    01 WS-PARM-DEVICE PIC X(10).
    01 WS-PARM-ENV PIC X(80).
    01 WS-RUN-MODE PIC X(7) VALUE SPACES.
    01 WS-QUERY-DEVICE PIC X(10) VALUE SPACES.

    01 FILE-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-EXTR-SEQ PIC 9(6).
    01 WS-ROWS-READ PIC 9(8) VALUE 0.
    01 WS-ROWS-SKIPPED PIC 9(8) VALUE 0.
    01 WS-DEVICES-POSITIONED PIC 9(6) VALUE 0.
    01 WS-POSITIONS-MOVED PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-DISPLAY PIC 9999/99/99.

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    EVALUATE WS-RUN-MODE
        WHEN 'REBUILD'
            PERFORM 1000-REBUILD-POSITIONS
        WHEN 'QUERY'
            PERFORM 5000-QUERY-DEVICE
        WHEN OTHER
            DISPLAY 'FREQPOS NEEDS A MODE: FREQPOS REBUILD'
                ' | FREQPOS QUERY <device-id>'
            MOVE 8 TO WS-RUN-RC
    END-EVALUATE.
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0100-GET-RUN-PARMS.
    MOVE SPACES TO WS-PARM-CARD.
    ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
    IF WS-PARM-CARD NOT = SPACES
        UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
            INTO WS-PARM-MODE WS-PARM-DEVICE
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE(WS-PARM-MODE) TO WS-RUN-MODE
        MOVE WS-PARM-DEVICE TO WS-QUERY-DEVICE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSEXTR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-EXTRACT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQPOSF'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-POSITION-FILE
    END-IF.

1000-REBUILD-POSITIONS.
    *> The extract is opened first: with no extract to rebuild from,
    *> the position file is left exactly as it was.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY 'EXTRACT NOT FOUND: ' WS-EXTRACT-FILE
            ' - POSITION FILE NOT REBUILT'
        MOVE 8 TO WS-RUN-RC
    ELSE
        *> A rebuild is the deliberate recreate the publishing
        *> programs refuse to do on their own.
        OPEN OUTPUT POSITION-FILE
        IF WS-POSITION-STATUS = '00'
            CLOSE POSITION-FILE
            OPEN I-O POSITION-FILE
        END-IF
        IF WS-POSITION-STATUS NOT = '00'
            DISPLAY 'CURRENT-POSITION FILE COULD NOT BE CREATED: '
                WS-POSITION-FILE ' (STATUS ' WS-POSITION-STATUS ')'
            MOVE 8 TO WS-RUN-RC
        ELSE
            MOVE 0 TO FILE-EOF
            PERFORM UNTIL FILE-EOF = 1
                READ EXTRACT-FILE
                    AT END MOVE 1 TO FILE-EOF
                    NOT AT END PERFORM 1100-TAKE-EXTRACT-ROW
                END-READ
            END-PERFORM
            CLOSE POSITION-FILE
        END-IF
        CLOSE EXTRACT-FILE
        DISPLAY 'POSITION REBUILD: ' WS-ROWS-READ ' EXTRACT ROWS, '
            WS-DEVICES-POSITIONED ' DEVICE(S) POSITIONED, '
            WS-POSITIONS-MOVED ' MOVED ON BY LATER ROWS, '
            WS-ROWS-SKIPPED ' SKIPPED'
        IF WS-ROWS-SKIPPED > 0 AND WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.

1100-TAKE-EXTRACT-ROW.
    ADD 1 TO WS-ROWS-READ.
    IF EXTRACT-DEVICE-ID = SPACES
        OR EXTRACT-RUN-DATE IS NOT NUMERIC
        ADD 1 TO WS-ROWS-SKIPPED
    ELSE
        *> Pre-sequence rows carry spaces in the sequence column -
        *> they compare as run sequence zero, like every other reader.
        IF EXTRACT-RUN-SEQ IS NUMERIC
            MOVE EXTRACT-RUN-SEQ TO WS-EXTR-SEQ
        ELSE
            MOVE 0 TO WS-EXTR-SEQ
        END-IF
        MOVE EXTRACT-DEVICE-ID TO POS-DEVICE-ID
        READ POSITION-FILE
            INVALID KEY
                MOVE EXTRACT-DEVICE-ID TO POS-DEVICE-ID
                MOVE EXTRACT-RUN-DATE TO POS-RUN-DATE
                MOVE WS-EXTR-SEQ TO POS-RUN-SEQ
                MOVE EXTRACT-FREQUENCY TO POS-FREQUENCY
                WRITE POSITION-RECORD
                    INVALID KEY
                        DISPLAY 'POSITION NOT WRITTEN FOR DEVICE '
                            EXTRACT-DEVICE-ID ' (STATUS '
                            WS-POSITION-STATUS ')'
                        MOVE 8 TO WS-RUN-RC
                    NOT INVALID KEY
                        ADD 1 TO WS-DEVICES-POSITIONED
                END-WRITE
            NOT INVALID KEY
                IF EXTRACT-RUN-DATE > POS-RUN-DATE
                    OR (EXTRACT-RUN-DATE = POS-RUN-DATE
                    AND WS-EXTR-SEQ >= POS-RUN-SEQ)
                    MOVE EXTRACT-RUN-DATE TO POS-RUN-DATE
                    MOVE WS-EXTR-SEQ TO POS-RUN-SEQ
                    MOVE EXTRACT-FREQUENCY TO POS-FREQUENCY
                    REWRITE POSITION-RECORD
                        INVALID KEY
                            DISPLAY 'POSITION NOT REWRITTEN FOR DEVICE '
                                EXTRACT-DEVICE-ID ' (STATUS '
                                WS-POSITION-STATUS ')'
                            MOVE 8 TO WS-RUN-RC
                        NOT INVALID KEY
                            ADD 1 TO WS-POSITIONS-MOVED
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

5000-QUERY-DEVICE.
    IF WS-QUERY-DEVICE = SPACES
        DISPLAY 'QUERY MODE NEEDS A DEVICE ID: FREQPOS QUERY <id>'
        MOVE 8 TO WS-RUN-RC
    ELSE
        OPEN INPUT POSITION-FILE
        IF WS-POSITION-STATUS NOT = '00'
            DISPLAY 'CURRENT-POSITION FILE NOT FOUND: '
                WS-POSITION-FILE
            MOVE 8 TO WS-RUN-RC
        ELSE
            MOVE WS-QUERY-DEVICE TO POS-DEVICE-ID
            READ POSITION-FILE
                INVALID KEY
                    DISPLAY 'NO POSITION HELD FOR DEVICE '
                        WS-QUERY-DEVICE
                    MOVE 4 TO WS-RUN-RC
                NOT INVALID KEY
                    MOVE POS-RUN-DATE TO WS-RUN-DATE-DISPLAY
                    DISPLAY 'DEVICE ' POS-DEVICE-ID ' '
                        WS-RUN-DATE-DISPLAY ' SEQ=' POS-RUN-SEQ
                        ' FREQ=' POS-FREQUENCY
            END-READ
            CLOSE POSITION-FILE
        END-IF
    END-IF.
