IDENTIFICATION DIVISION.
PROGRAM-ID. FREQINTK.
*> Nightly intake from the inbound landing area. The DEVICE-LIST-FILE
*> cards for FREQUENCY's 1500-MULTI-DEVICE-RUN (device id 1-10,
*> offsets file name 11-90) were typed by hand every night, and each
*> typo cost a skipped device or a file run under the wrong device
*> id. This program takes a directory listing of the files received,
*> reads each file's 'H' header record (site id and creation date),
*> maps the site to its devices through the device-to-site
*> assignment table, and writes the device list FREQUENCY consumes.
*>
*> A file is held out of the device list, and shown on the intake
*> report, when: it has no header (or an unreadable creation date),
*> or could not be opened; its site is not on the assignment table;
*> its site has several devices and the file name carries none of
*> their file keys; its creation date is already on the processed-
*> transmissions register for that site and device (a re-send), or
*> is before the date last taken (out of sequence) - the same test
*> FREQUENCY's transmission guard applies, caught here before the
*> run; or a second file arrived for the same device, in which case
*> the earliest creation date goes forward and the later file waits
*> for the next intake so the register moves on in order. Devices
*> assigned to a site that sent nothing for them are listed too.
*>
*> The device master's owning-site column is the site of record for
*> a device (it is what FREQROLL subtotals by). When the device
*> master can be read, an assignment card naming a different site
*> from the device's card is listed on the report so one or the
*> other is corrected; the file is still routed by the assignment
*> card, which also carries the file key.
*>
*> Directory listing: one file name per line, as produced by the
*> landing area's directory listing; FREQLAND names the landing
*> directory to prefix when the listing holds bare names.
*>
*> Assignment card, fixed columns: device id 1-10, site id 11-20,
*> file key 21-50. A site with one device takes every file it sends;
*> for a site with several, a file goes to the device whose file key
*> (the device id when the key is blank) appears in the file name.
*>
*> Files via environment: FREQLIST directory listing (default
*> freqland.lst), FREQLAND landing directory prefix (default none),
*> FREQDASN assignment table (default freqdasn.dat), OFFSTREG
*> processed-transmissions register (the same symbol FREQUENCY keeps
*> it under; default freqtreg.dat), OFFSDEVL device list written (the
*> same symbol FREQUENCY reads; default freqdevl.dat), FREQIRPT
*> intake report (default freqintk.rpt), OFFSDEVM device master (the
*> same symbol FREQUENCY loads under; default freqdevm.dat - the site
*> check is skipped when it is not there).
*>
*> Condition codes: 0 every assigned device has one clean file, 4 a
*> file was held back, a device has no file, or an assignment card
*> disagrees with the device master's owning site, 8 the listing or the
*> assignment table is missing or empty, a table overflowed, or the
*> device list or report could not be written.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LISTING-FILE ASSIGN TO DYNAMIC WS-LISTING-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-STATUS.
        SELECT OFFSETS ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OFFSETS-STATUS.
        SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASSIGN-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASSIGN-STATUS.
        SELECT TRANS-REG-FILE ASSIGN TO DYNAMIC WS-TRANS-REG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-REG-STATUS.
        SELECT DEVICE-LIST-FILE ASSIGN TO DYNAMIC WS-DEVICE-LIST-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEVICE-LIST-STATUS.
        SELECT INTAKE-REPORT-FILE ASSIGN TO DYNAMIC WS-INTAKE-RPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTAKE-RPT-STATUS.
        SELECT DEVICE-MASTER-FILE ASSIGN TO DYNAMIC WS-DEVICE-MASTER-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEVICE-MASTER-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD LISTING-FILE.
    01 LISTING-LINE PIC X(80).

    FD OFFSETS.
    01 OFFSETS-FILE.
        COPY "offsfd.cpy".

    FD ASSIGN-FILE.
    01 ASSIGN-RECORD.
        05 DA-DEVICE-ID PIC X(10).
        05 DA-SITE-ID PIC X(10).
        05 DA-FILE-KEY PIC X(30).

    *> Processed-transmissions register as FREQUENCY keeps it - read
    *> only here; FREQUENCY moves it on as it accepts each file.
    FD TRANS-REG-FILE.
    01 TRANS-REG-RECORD.
        05 TR-SITE-ID PIC X(10).
        05 TR-DEVICE-ID PIC X(10).
        05 TR-LAST-DATE PIC 9(8).
        05 TR-LAST-RECS PIC 9(8).

    *> Same card FREQUENCY reads in 1500-MULTI-DEVICE-RUN.
    FD DEVICE-LIST-FILE.
    01 DEVICE-LIST-RECORD.
        05 DL-DEVICE-ID PIC X(10).
        05 DL-OFFSETS-FILE PIC X(80).

    FD INTAKE-REPORT-FILE.
    01 INTAKE-RPT-LINE PIC X(132).

    *> Device master card as FREQDEVM maintains it - only the id
    *> and the owning site (78-87) are used here.
    FD DEVICE-MASTER-FILE.
    01 DEVICE-MASTER-RECORD.
        05 DM-DEVICE-ID PIC X(10).
        05 FILLER PIC X(67).
        05 DM-SITE-ID PIC X(10).

    WORKING-STORAGE SECTION.
    01 WS-LISTING-FILE PIC X(80) VALUE 'freqland.lst'.
    01 WS-LISTING-STATUS PIC X(2).
    01 WS-LANDING-DIR PIC X(80) VALUE SPACES.
    01 WS-INPUT-FILE PIC X(80).
    01 WS-OFFSETS-STATUS PIC X(2).
    01 WS-ASSIGN-FILE PIC X(80) VALUE 'freqdasn.dat'.
    01 WS-ASSIGN-STATUS PIC X(2).
    01 WS-TRANS-REG-FILE PIC X(80) VALUE 'freqtreg.dat'.
    01 WS-TRANS-REG-STATUS PIC X(2).
    01 WS-DEVICE-LIST-FILE PIC X(80) VALUE 'freqdevl.dat'.
    01 WS-DEVICE-LIST-STATUS PIC X(2).
    01 WS-INTAKE-RPT-FILE PIC X(80) VALUE 'freqintk.rpt'.
    01 WS-INTAKE-RPT-STATUS PIC X(2).
    01 WS-DEVICE-MASTER-FILE PIC X(80) VALUE 'freqdevm.dat'.
    01 WS-DEVICE-MASTER-STATUS PIC X(2).
    01 WS-PARM-ENV PIC X(80).

    01 FILE-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-RUN-DATE PIC 9(8).
    01 WS-RUN-DATE-DISPLAY PIC 9999/99/99.
    01 WS-NAME-TOO-LONG PIC X(1).
    01 WS-KEY-TALLY PIC 9(4).
    01 WS-KEY-LEN PIC 9(4).
    01 WS-SITE-DEVICES PIC 9(4).
    01 WS-SITE-ONLY-HIT PIC 9(4) COMP.
    01 WS-DATE-DISPLAY PIC 9999/99/99.
    01 WS-DATE-DISPLAY-2 PIC 9999/99/99.

    *> Device-to-site assignments, with the file each device is
    *> given this intake (index into the file table, zero for none).
    01 WS-DA-MAX PIC 9(4) VALUE 1000.
    01 WS-DA-COUNT PIC 9(4) VALUE 0.
    01 WS-DA-SUB PIC 9(4) COMP.
    01 WS-DA-HIT PIC 9(4) COMP.
    01 WS-DA-TABLE.
        05 WS-DA-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-DA-COUNT.
            10 WS-DA-DEVICE PIC X(10).
            10 WS-DA-SITE PIC X(10).
            10 WS-DA-KEY PIC X(30).
            10 WS-DA-FILE PIC 9(4).
            10 WS-DA-MASTER-SITE PIC X(10).

    *> Owning site from each device master card, for the check
    *> against the assignment table.
    01 WS-DM-LOADED PIC X(1) VALUE 'N'.
    01 WS-DM-MAX PIC 9(4) VALUE 1000.
    01 WS-DM-COUNT PIC 9(4) VALUE 0.
    01 WS-DM-SUB PIC 9(4) COMP.
    01 WS-DM-TABLE.
        05 WS-DM-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-DM-COUNT.
            10 WS-DM-ID PIC X(10).
            10 WS-DM-SITE PIC X(10).

    *> Processed-transmissions register, loaded whole.
    01 WS-TREG-MAX PIC 9(4) VALUE 500.
    01 WS-TREG-COUNT PIC 9(4) VALUE 0.
    01 WS-TREG-SUB PIC 9(4) COMP.
    01 WS-TREG-HIT PIC 9(4) COMP.
    01 WS-TREG-TABLE.
        05 WS-TREG-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-TREG-COUNT.
            10 WS-TREG-SITE PIC X(10).
            10 WS-TREG-DEVICE PIC X(10).
            10 WS-TREG-DATE PIC 9(8).

    *> One entry per file on the listing and what became of it:
    *> 'A' accepted into the device list, 'N' no header, 'B' header
    *> creation date unreadable, 'O' could not be opened (or the name
    *> is too long with the landing prefix), 'U' site not on the
    *> assignment table, 'X' site has several devices and the name
    *> carries none of their keys, 'H' held back by the register,
    *> 'M' a second file for a device already given an earlier one.
    01 WS-FT-MAX PIC 9(4) VALUE 2000.
    01 WS-FT-COUNT PIC 9(4) VALUE 0.
    01 WS-FT-SUB PIC 9(4) COMP.
    01 WS-FT-FULL PIC X(1) VALUE 'N'.
    01 WS-FT-TABLE.
        05 WS-FT-ENTRY OCCURS 1 TO 2000 TIMES
           DEPENDING ON WS-FT-COUNT.
            10 WS-FT-NAME PIC X(80).
            10 WS-FT-SITE PIC X(10).
            10 WS-FT-DATE PIC 9(8).
            10 WS-FT-DEVICE PIC X(10).
            10 WS-FT-STATUS PIC X(1).
            10 WS-FT-REG-DATE PIC 9(8).

    01 WS-FILES-LISTED PIC 9(6) VALUE 0.
    01 WS-FILES-ACCEPTED PIC 9(6) VALUE 0.
    01 WS-FILES-NO-HEADER PIC 9(6) VALUE 0.
    01 WS-FILES-UNKNOWN-SITE PIC 9(6) VALUE 0.
    01 WS-FILES-UNMATCHED PIC 9(6) VALUE 0.
    01 WS-FILES-HELD PIC 9(6) VALUE 0.
    01 WS-FILES-SECOND PIC 9(6) VALUE 0.
    01 WS-DEVICES-NO-FILE PIC 9(6) VALUE 0.
    01 WS-SITE-DISAGREE PIC 9(6) VALUE 0.
    01 WS-SECTION-LINES PIC 9(6).
    01 WS-SECTION-STATUS PIC X(1).

PROCEDURE DIVISION.
    PERFORM 0100-GET-RUN-PARMS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
    PERFORM 1000-LOAD-ASSIGNMENTS.
    IF WS-RUN-RC < 8
        PERFORM 1200-LOAD-TRANSMISSION-REG
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1300-CHECK-OWNING-SITES
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2000-TAKE-LISTING
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 3000-WRITE-DEVICE-LIST
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 4000-WRITE-INTAKE-REPORT
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0100-GET-RUN-PARMS.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQLIST'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-LISTING-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQLAND'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-LANDING-DIR
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQDASN'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ASSIGN-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSTREG'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-TRANS-REG-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSDEVL'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-DEVICE-LIST-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQIRPT'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-INTAKE-RPT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSDEVM'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-DEVICE-MASTER-FILE
    END-IF.

1000-LOAD-ASSIGNMENTS.
    OPEN INPUT ASSIGN-FILE.
    IF WS-ASSIGN-STATUS NOT = '00'
        DISPLAY 'DEVICE ASSIGNMENT TABLE NOT FOUND: ' WS-ASSIGN-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ ASSIGN-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END PERFORM 1100-STORE-ASSIGNMENT
            END-READ
        END-PERFORM
        CLOSE ASSIGN-FILE
        IF WS-DA-COUNT = 0
            DISPLAY 'DEVICE ASSIGNMENT TABLE IS EMPTY: '
                WS-ASSIGN-FILE
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

1100-STORE-ASSIGNMENT.
    EVALUATE TRUE
        WHEN DA-DEVICE-ID = SPACES
            CONTINUE
        WHEN DA-SITE-ID = SPACES
            DISPLAY 'ASSIGNMENT CARD FOR ' DA-DEVICE-ID
                ' HAS NO SITE ID - CARD SKIPPED'
        WHEN WS-DA-COUNT >= WS-DA-MAX
            DISPLAY 'ASSIGNMENT TABLE FULL AT ' WS-DA-MAX
                ' ENTRIES - ' DA-DEVICE-ID ' NOT LOADED'
            MOVE 8 TO WS-RUN-RC
        WHEN OTHER
            ADD 1 TO WS-DA-COUNT
            MOVE DA-DEVICE-ID TO WS-DA-DEVICE(WS-DA-COUNT)
            MOVE DA-SITE-ID TO WS-DA-SITE(WS-DA-COUNT)
            IF DA-FILE-KEY = SPACES
                MOVE DA-DEVICE-ID TO WS-DA-KEY(WS-DA-COUNT)
            ELSE
                MOVE DA-FILE-KEY TO WS-DA-KEY(WS-DA-COUNT)
            END-IF
            MOVE 0 TO WS-DA-FILE(WS-DA-COUNT)
            MOVE SPACES TO WS-DA-MASTER-SITE(WS-DA-COUNT)
    END-EVALUATE.

1200-LOAD-TRANSMISSION-REG.
    *> No register yet just means nothing has been taken under batch
    *> controls - every file passes this check.
    OPEN INPUT TRANS-REG-FILE.
    IF WS-TRANS-REG-STATUS = '00'
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ TRANS-REG-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF WS-TREG-COUNT >= WS-TREG-MAX
                        DISPLAY 'TRANSMISSION REGISTER TABLE FULL AT '
                            WS-TREG-MAX ' ENTRIES - INTAKE REFUSED'
                        MOVE 8 TO WS-RUN-RC
                        MOVE 1 TO FILE-EOF
                    ELSE
                        ADD 1 TO WS-TREG-COUNT
                        MOVE TR-SITE-ID TO WS-TREG-SITE(WS-TREG-COUNT)
                        MOVE TR-DEVICE-ID
                            TO WS-TREG-DEVICE(WS-TREG-COUNT)
                        IF TR-LAST-DATE IS NUMERIC
                            MOVE TR-LAST-DATE
                                TO WS-TREG-DATE(WS-TREG-COUNT)
                        ELSE
                            MOVE 0 TO WS-TREG-DATE(WS-TREG-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANS-REG-FILE
    END-IF.

1300-CHECK-OWNING-SITES.
    *> A device with no owning site on its card, or not on the
    *> master at all, has nothing to disagree with; only a card that
    *> names a different site is reported.
    OPEN INPUT DEVICE-MASTER-FILE.
    IF WS-DEVICE-MASTER-STATUS NOT = '00'
        DISPLAY 'DEVICE MASTER NOT FOUND: '
            FUNCTION TRIM(WS-DEVICE-MASTER-FILE)
            ' - OWNING SITES NOT CHECKED'
    ELSE
        MOVE 'Y' TO WS-DM-LOADED
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ DEVICE-MASTER-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF DM-DEVICE-ID NOT = SPACES
                        AND DM-SITE-ID NOT = SPACES
                        IF WS-DM-COUNT >= WS-DM-MAX
                            DISPLAY 'DEVICE MASTER TABLE FULL AT '
                                WS-DM-MAX ' ENTRIES - ' DM-DEVICE-ID
                                ' NOT CHECKED'
                        ELSE
                            ADD 1 TO WS-DM-COUNT
                            MOVE DM-DEVICE-ID TO WS-DM-ID(WS-DM-COUNT)
                            MOVE DM-SITE-ID TO WS-DM-SITE(WS-DM-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEVICE-MASTER-FILE
        PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                UNTIL WS-DA-SUB > WS-DA-COUNT
            PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                    UNTIL WS-DM-SUB > WS-DM-COUNT
                IF WS-DM-ID(WS-DM-SUB) = WS-DA-DEVICE(WS-DA-SUB)
                    IF WS-DM-SITE(WS-DM-SUB) NOT = WS-DA-SITE(WS-DA-SUB)
                        MOVE WS-DM-SITE(WS-DM-SUB)
                            TO WS-DA-MASTER-SITE(WS-DA-SUB)
                        ADD 1 TO WS-SITE-DISAGREE
                    END-IF
                    MOVE WS-DM-COUNT TO WS-DM-SUB
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

2000-TAKE-LISTING.
    OPEN INPUT LISTING-FILE.
    IF WS-LISTING-STATUS NOT = '00'
        DISPLAY 'DIRECTORY LISTING NOT FOUND: ' WS-LISTING-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ LISTING-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF LISTING-LINE NOT = SPACES
                        PERFORM 2100-TAKE-ONE-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LISTING-FILE
        IF WS-FILES-LISTED = 0
            DISPLAY 'DIRECTORY LISTING IS EMPTY: ' WS-LISTING-FILE
                ' - NO FILES RECEIVED'
        END-IF
    END-IF.

2100-TAKE-ONE-FILE.
    ADD 1 TO WS-FILES-LISTED.
    IF WS-FT-COUNT >= WS-FT-MAX
        IF WS-FT-FULL = 'N'
            DISPLAY 'FILE TABLE FULL AT ' WS-FT-MAX
                ' FILES - INTAKE INCOMPLETE'
            MOVE 'Y' TO WS-FT-FULL
            MOVE 8 TO WS-RUN-RC
        END-IF
    ELSE
        ADD 1 TO WS-FT-COUNT
        MOVE WS-FT-COUNT TO WS-FT-SUB
        MOVE FUNCTION TRIM(LISTING-LINE) TO WS-FT-NAME(WS-FT-SUB)
        MOVE SPACES TO WS-FT-SITE(WS-FT-SUB)
        MOVE 0 TO WS-FT-DATE(WS-FT-SUB)
        MOVE SPACES TO WS-FT-DEVICE(WS-FT-SUB)
        MOVE 0 TO WS-FT-REG-DATE(WS-FT-SUB)
        PERFORM 2200-READ-FILE-HEADER
        IF WS-FT-STATUS(WS-FT-SUB) = 'A'
            PERFORM 2300-ASSIGN-FILE-TO-DEVICE
        END-IF
        IF WS-FT-STATUS(WS-FT-SUB) = 'A'
            PERFORM 2400-CHECK-TRANSMISSION-REG
        END-IF
        IF WS-FT-STATUS(WS-FT-SUB) = 'A'
            PERFORM 2500-TAKE-FILE-FOR-DEVICE
        END-IF
    END-IF.

2200-READ-FILE-HEADER.
    MOVE 'N' TO WS-NAME-TOO-LONG.
    MOVE SPACES TO WS-INPUT-FILE.
    IF WS-LANDING-DIR = SPACES
        MOVE WS-FT-NAME(WS-FT-SUB) TO WS-INPUT-FILE
    ELSE
        STRING FUNCTION TRIM(WS-LANDING-DIR) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FT-NAME(WS-FT-SUB)) DELIMITED BY SIZE
               INTO WS-INPUT-FILE
               ON OVERFLOW MOVE 'Y' TO WS-NAME-TOO-LONG
        END-STRING
    END-IF.
    IF WS-NAME-TOO-LONG = 'Y'
        MOVE 'O' TO WS-FT-STATUS(WS-FT-SUB)
    ELSE
        *> The device list carries the name FREQUENCY will open.
        MOVE WS-INPUT-FILE TO WS-FT-NAME(WS-FT-SUB)
        OPEN INPUT OFFSETS
        IF WS-OFFSETS-STATUS NOT = '00'
            MOVE 'O' TO WS-FT-STATUS(WS-FT-SUB)
        ELSE
            MOVE 'N' TO WS-FT-STATUS(WS-FT-SUB)
            READ OFFSETS
                AT END CONTINUE
                NOT AT END
                    IF OFFSETS-HEADER-REC
                        MOVE OFFSETS-HDR-SITE-ID
                            TO WS-FT-SITE(WS-FT-SUB)
                        IF OFFSETS-HDR-DATE IS NUMERIC
                            MOVE OFFSETS-HDR-DATE
                                TO WS-FT-DATE(WS-FT-SUB)
                            MOVE 'A' TO WS-FT-STATUS(WS-FT-SUB)
                        ELSE
                            MOVE 'B' TO WS-FT-STATUS(WS-FT-SUB)
                        END-IF
                    END-IF
            END-READ
            CLOSE OFFSETS
        END-IF
    END-IF.
    IF WS-FT-STATUS(WS-FT-SUB) NOT = 'A'
        ADD 1 TO WS-FILES-NO-HEADER
    END-IF.

2300-ASSIGN-FILE-TO-DEVICE.
    *> Count the site's devices; a single device takes the file
    *> outright, several are told apart by the file key in the name.
    MOVE 0 TO WS-SITE-DEVICES.
    MOVE 0 TO WS-SITE-ONLY-HIT.
    MOVE 0 TO WS-DA-HIT.
    PERFORM VARYING WS-DA-SUB FROM 1 BY 1
            UNTIL WS-DA-SUB > WS-DA-COUNT
        IF WS-DA-SITE(WS-DA-SUB) = WS-FT-SITE(WS-FT-SUB)
            ADD 1 TO WS-SITE-DEVICES
            MOVE WS-DA-SUB TO WS-SITE-ONLY-HIT
            IF WS-DA-HIT = 0
                MOVE 0 TO WS-KEY-TALLY
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DA-KEY(WS-DA-SUB)))
                    TO WS-KEY-LEN
                INSPECT WS-FT-NAME(WS-FT-SUB) TALLYING WS-KEY-TALLY
                    FOR ALL WS-DA-KEY(WS-DA-SUB)(1:WS-KEY-LEN)
                IF WS-KEY-TALLY > 0
                    MOVE WS-DA-SUB TO WS-DA-HIT
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-SITE-DEVICES = 0
            MOVE 'U' TO WS-FT-STATUS(WS-FT-SUB)
            ADD 1 TO WS-FILES-UNKNOWN-SITE
        WHEN WS-SITE-DEVICES = 1
            MOVE WS-SITE-ONLY-HIT TO WS-DA-HIT
            MOVE WS-DA-DEVICE(WS-DA-HIT) TO WS-FT-DEVICE(WS-FT-SUB)
        WHEN WS-DA-HIT = 0
            MOVE 'X' TO WS-FT-STATUS(WS-FT-SUB)
            ADD 1 TO WS-FILES-UNMATCHED
        WHEN OTHER
            MOVE WS-DA-DEVICE(WS-DA-HIT) TO WS-FT-DEVICE(WS-FT-SUB)
    END-EVALUATE.

2400-CHECK-TRANSMISSION-REG.
    *> An equal creation date is a re-send, an earlier one out of
    *> sequence - either would be refused by FREQUENCY's guard, so
    *> it is held back here instead of going into the run. A
    *> deliberate re-send is run by hand with OFFSRESEND=Y.
    MOVE 0 TO WS-TREG-HIT.
    PERFORM VARYING WS-TREG-SUB FROM 1 BY 1
            UNTIL WS-TREG-SUB > WS-TREG-COUNT
        IF WS-TREG-SITE(WS-TREG-SUB) = WS-FT-SITE(WS-FT-SUB)
            AND WS-TREG-DEVICE(WS-TREG-SUB) = WS-FT-DEVICE(WS-FT-SUB)
            MOVE WS-TREG-SUB TO WS-TREG-HIT
            MOVE WS-TREG-COUNT TO WS-TREG-SUB
        END-IF
    END-PERFORM.
    IF WS-TREG-HIT > 0
        IF WS-FT-DATE(WS-FT-SUB) <= WS-TREG-DATE(WS-TREG-HIT)
            MOVE 'H' TO WS-FT-STATUS(WS-FT-SUB)
            MOVE WS-TREG-DATE(WS-TREG-HIT) TO WS-FT-REG-DATE(WS-FT-SUB)
            ADD 1 TO WS-FILES-HELD
        END-IF
    END-IF.

2500-TAKE-FILE-FOR-DEVICE.
    *> One file per device per run. When a second arrives, the
    *> earlier creation date goes first so the register moves on in
    *> order; the other waits for the next intake.
    IF WS-DA-FILE(WS-DA-HIT) = 0
        MOVE WS-FT-SUB TO WS-DA-FILE(WS-DA-HIT)
        ADD 1 TO WS-FILES-ACCEPTED
    ELSE
        ADD 1 TO WS-FILES-SECOND
        IF WS-FT-DATE(WS-FT-SUB)
            < WS-FT-DATE(WS-DA-FILE(WS-DA-HIT))
            MOVE 'M' TO WS-FT-STATUS(WS-DA-FILE(WS-DA-HIT))
            MOVE WS-FT-SUB TO WS-DA-FILE(WS-DA-HIT)
        ELSE
            MOVE 'M' TO WS-FT-STATUS(WS-FT-SUB)
        END-IF
    END-IF.

3000-WRITE-DEVICE-LIST.
    OPEN OUTPUT DEVICE-LIST-FILE.
    IF WS-DEVICE-LIST-STATUS NOT = '00'
        DISPLAY 'DEVICE LIST COULD NOT BE OPENED: '
            WS-DEVICE-LIST-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                UNTIL WS-DA-SUB > WS-DA-COUNT
            IF WS-DA-FILE(WS-DA-SUB) > 0
                MOVE WS-DA-DEVICE(WS-DA-SUB) TO DL-DEVICE-ID
                MOVE WS-FT-NAME(WS-DA-FILE(WS-DA-SUB))
                    TO DL-OFFSETS-FILE
                WRITE DEVICE-LIST-RECORD
            ELSE
                ADD 1 TO WS-DEVICES-NO-FILE
            END-IF
        END-PERFORM
        CLOSE DEVICE-LIST-FILE
    END-IF.

4000-WRITE-INTAKE-REPORT.
    OPEN OUTPUT INTAKE-REPORT-FILE.
    IF WS-INTAKE-RPT-STATUS NOT = '00'
        DISPLAY 'INTAKE REPORT COULD NOT BE OPENED: '
            WS-INTAKE-RPT-FILE
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 'LANDING AREA INTAKE REPORT' TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        MOVE SPACES TO INTAKE-RPT-LINE
        STRING 'INTAKE DATE: ' DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               '   DEVICE LIST: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEVICE-LIST-FILE) DELIMITED BY SIZE
               INTO INTAKE-RPT-LINE
        END-STRING
        WRITE INTAKE-RPT-LINE
        MOVE SPACES TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        MOVE 'FILES TAKEN INTO THE DEVICE LIST:' TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        MOVE 0 TO WS-SECTION-LINES
        PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                UNTIL WS-DA-SUB > WS-DA-COUNT
            IF WS-DA-FILE(WS-DA-SUB) > 0
                MOVE WS-DA-FILE(WS-DA-SUB) TO WS-FT-SUB
                PERFORM 4100-WRITE-FILE-LINE
            END-IF
        END-PERFORM
        PERFORM 4900-WRITE-NONE-IF-EMPTY
        MOVE 'FILES WITH NO USABLE HEADER:' TO INTAKE-RPT-LINE
        MOVE 'N' TO WS-SECTION-STATUS
        PERFORM 4200-WRITE-FILE-SECTION
        MOVE 'FILES FROM SITES NOT ON THE ASSIGNMENT TABLE:'
            TO INTAKE-RPT-LINE
        MOVE 'U' TO WS-SECTION-STATUS
        PERFORM 4200-WRITE-FILE-SECTION
        MOVE 'FILES MATCHING NONE OF THE SITE''S DEVICES:'
            TO INTAKE-RPT-LINE
        MOVE 'X' TO WS-SECTION-STATUS
        PERFORM 4200-WRITE-FILE-SECTION
        MOVE SPACES TO INTAKE-RPT-LINE
        STRING 'FILES HELD BACK - CREATION DATE ALREADY ON THE'
                   DELIMITED BY SIZE
               ' PROCESSED-TRANSMISSIONS REGISTER:' DELIMITED BY SIZE
               INTO INTAKE-RPT-LINE
        END-STRING
        MOVE 'H' TO WS-SECTION-STATUS
        PERFORM 4200-WRITE-FILE-SECTION
        MOVE SPACES TO INTAKE-RPT-LINE
        STRING 'FILES HELD FOR THE NEXT INTAKE - DEVICE ALREADY HAS'
                   DELIMITED BY SIZE
               ' AN EARLIER FILE:' DELIMITED BY SIZE
               INTO INTAKE-RPT-LINE
        END-STRING
        MOVE 'M' TO WS-SECTION-STATUS
        PERFORM 4200-WRITE-FILE-SECTION
        MOVE 'ASSIGNED DEVICES WITH NO FILE:' TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
        MOVE 0 TO WS-SECTION-LINES
        PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                UNTIL WS-DA-SUB > WS-DA-COUNT
            IF WS-DA-FILE(WS-DA-SUB) = 0
                ADD 1 TO WS-SECTION-LINES
                MOVE SPACES TO INTAKE-RPT-LINE
                STRING '  ' DELIMITED BY SIZE
                       WS-DA-DEVICE(WS-DA-SUB) DELIMITED BY SIZE
                       ' SITE ' DELIMITED BY SIZE
                       WS-DA-SITE(WS-DA-SUB) DELIMITED BY SIZE
                       ' *** NO FILE RECEIVED' DELIMITED BY SIZE
                       INTO INTAKE-RPT-LINE
                END-STRING
                WRITE INTAKE-RPT-LINE
            END-IF
        END-PERFORM
        PERFORM 4900-WRITE-NONE-IF-EMPTY
        IF WS-DM-LOADED = 'Y'
            PERFORM 4300-WRITE-SITE-DISAGREEMENTS
        END-IF
        PERFORM 4500-WRITE-INTAKE-SUMMARY
        CLOSE INTAKE-REPORT-FILE
    END-IF.
    DISPLAY 'INTAKE: ' WS-FILES-LISTED ' FILE(S) LISTED, '
        WS-FILES-ACCEPTED ' TAKEN, ' WS-DEVICES-NO-FILE
        ' ASSIGNED DEVICE(S) WITH NO FILE'.
    IF (WS-FILES-ACCEPTED < WS-FILES-LISTED
        OR WS-DEVICES-NO-FILE > 0
        OR WS-SITE-DISAGREE > 0)
        AND WS-RUN-RC < 4
        MOVE 4 TO WS-RUN-RC
    END-IF.

4100-WRITE-FILE-LINE.
    ADD 1 TO WS-SECTION-LINES.
    MOVE WS-FT-DATE(WS-FT-SUB) TO WS-DATE-DISPLAY.
    MOVE SPACES TO INTAKE-RPT-LINE.
    EVALUATE WS-FT-STATUS(WS-FT-SUB)
        WHEN 'A'
        WHEN 'M'
            STRING '  ' DELIMITED BY SIZE
                   WS-FT-DEVICE(WS-FT-SUB) DELIMITED BY SIZE
                   ' SITE ' DELIMITED BY SIZE
                   WS-FT-SITE(WS-FT-SUB) DELIMITED BY SIZE
                   ' CREATED ' DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FT-NAME(WS-FT-SUB))
                       DELIMITED BY SIZE
                   INTO INTAKE-RPT-LINE
            END-STRING
        WHEN 'H'
            MOVE WS-FT-REG-DATE(WS-FT-SUB) TO WS-DATE-DISPLAY-2
            STRING '  ' DELIMITED BY SIZE
                   WS-FT-DEVICE(WS-FT-SUB) DELIMITED BY SIZE
                   ' SITE ' DELIMITED BY SIZE
                   WS-FT-SITE(WS-FT-SUB) DELIMITED BY SIZE
                   ' CREATED ' DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   ' LAST TAKEN ' DELIMITED BY SIZE
                   WS-DATE-DISPLAY-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FT-NAME(WS-FT-SUB))
                       DELIMITED BY SIZE
                   INTO INTAKE-RPT-LINE
            END-STRING
        WHEN 'U'
        WHEN 'X'
            STRING '  SITE ' DELIMITED BY SIZE
                   WS-FT-SITE(WS-FT-SUB) DELIMITED BY SIZE
                   ' CREATED ' DELIMITED BY SIZE
                   WS-DATE-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FT-NAME(WS-FT-SUB))
                       DELIMITED BY SIZE
                   INTO INTAKE-RPT-LINE
            END-STRING
        WHEN 'O'
            STRING '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FT-NAME(WS-FT-SUB))
                       DELIMITED BY SIZE
                   ' *** COULD NOT BE OPENED' DELIMITED BY SIZE
                   INTO INTAKE-RPT-LINE
            END-STRING
        WHEN 'B'
            STRING '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FT-NAME(WS-FT-SUB))
                       DELIMITED BY SIZE
                   ' *** HEADER CREATION DATE NOT NUMERIC'
                       DELIMITED BY SIZE
                   INTO INTAKE-RPT-LINE
            END-STRING
        WHEN OTHER
            STRING '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FT-NAME(WS-FT-SUB))
                       DELIMITED BY SIZE
                   ' *** NO HEADER RECORD' DELIMITED BY SIZE
                   INTO INTAKE-RPT-LINE
            END-STRING
    END-EVALUATE.
    WRITE INTAKE-RPT-LINE.

4200-WRITE-FILE-SECTION.
    *> The section heading is already in the report line; the files
    *> listed are those whose status matches WS-SECTION-STATUS, with
    *> an unreadable date or an unopened file shown among the
    *> headerless ones.
    WRITE INTAKE-RPT-LINE.
    MOVE 0 TO WS-SECTION-LINES.
    PERFORM VARYING WS-FT-SUB FROM 1 BY 1
            UNTIL WS-FT-SUB > WS-FT-COUNT
        IF WS-FT-STATUS(WS-FT-SUB) = WS-SECTION-STATUS
            OR (WS-SECTION-STATUS = 'N'
            AND (WS-FT-STATUS(WS-FT-SUB) = 'B' OR 'O'))
            PERFORM 4100-WRITE-FILE-LINE
        END-IF
    END-PERFORM.
    PERFORM 4900-WRITE-NONE-IF-EMPTY.

4300-WRITE-SITE-DISAGREEMENTS.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'ASSIGNMENT CARDS DISAGREEING WITH THE DEVICE MASTER OWNING'
               DELIMITED BY SIZE
           ' SITE:' DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE 0 TO WS-SECTION-LINES.
    PERFORM VARYING WS-DA-SUB FROM 1 BY 1
            UNTIL WS-DA-SUB > WS-DA-COUNT
        IF WS-DA-MASTER-SITE(WS-DA-SUB) NOT = SPACES
            ADD 1 TO WS-SECTION-LINES
            MOVE SPACES TO INTAKE-RPT-LINE
            STRING '  ' DELIMITED BY SIZE
                   WS-DA-DEVICE(WS-DA-SUB) DELIMITED BY SIZE
                   ' SITE ' DELIMITED BY SIZE
                   WS-DA-SITE(WS-DA-SUB) DELIMITED BY SIZE
                   ' *** DEVICE MASTER OWNING SITE IS '
                       DELIMITED BY SIZE
                   WS-DA-MASTER-SITE(WS-DA-SUB) DELIMITED BY SIZE
                   INTO INTAKE-RPT-LINE
            END-STRING
            WRITE INTAKE-RPT-LINE
        END-IF
    END-PERFORM.
    PERFORM 4900-WRITE-NONE-IF-EMPTY.

4500-WRITE-INTAKE-SUMMARY.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'FILES LISTED         : ' DELIMITED BY SIZE
           WS-FILES-LISTED DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'TAKEN INTO DEVICE LIST: ' DELIMITED BY SIZE
           WS-FILES-ACCEPTED DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'NO USABLE HEADER     : ' DELIMITED BY SIZE
           WS-FILES-NO-HEADER DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'UNKNOWN SITE         : ' DELIMITED BY SIZE
           WS-FILES-UNKNOWN-SITE DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'NO DEVICE MATCHED    : ' DELIMITED BY SIZE
           WS-FILES-UNMATCHED DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'HELD BY REGISTER     : ' DELIMITED BY SIZE
           WS-FILES-HELD DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'SECOND FILE HELD     : ' DELIMITED BY SIZE
           WS-FILES-SECOND DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    MOVE SPACES TO INTAKE-RPT-LINE.
    STRING 'DEVICES WITH NO FILE : ' DELIMITED BY SIZE
           WS-DEVICES-NO-FILE DELIMITED BY SIZE
           INTO INTAKE-RPT-LINE
    END-STRING.
    WRITE INTAKE-RPT-LINE.
    IF WS-DM-LOADED = 'Y'
        MOVE SPACES TO INTAKE-RPT-LINE
        STRING 'OWNING SITE DIFFERS  : ' DELIMITED BY SIZE
               WS-SITE-DISAGREE DELIMITED BY SIZE
               INTO INTAKE-RPT-LINE
        END-STRING
        WRITE INTAKE-RPT-LINE
    END-IF.

4900-WRITE-NONE-IF-EMPTY.
    IF WS-SECTION-LINES = 0
        MOVE '  NONE' TO INTAKE-RPT-LINE
        WRITE INTAKE-RPT-LINE
    END-IF.
    MOVE SPACES TO INTAKE-RPT-LINE.
    WRITE INTAKE-RPT-LINE.
