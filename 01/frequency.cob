*> Reads the frequency offset file line by line
*> and calculates the sum of the numbers
*> See https://en.wikipedia.org/wiki/COBOL
*>
*> Business date: FREQBDATE=YYYYMMDD posts the run under a stated
*> business date instead of today - a site's feed for Tuesday that
*> arrives Wednesday is taken as Tuesday's, checked against
*> Tuesday's cycle record (a closed day stays closed until FREQCYCL
*> REOPEN names it), and marked as a late posting on the summary
*> report, audit trail, alert file, and site transmission log.
*>
*> Current position: every published frequency also moves the
*> device's record on the keyed current-position file (FREQPOSF,
*> default freqpos.dat), and the carry-forward seed is read from it
*> by device id instead of a pass of the whole extract. FREQPOS
*> REBUILD recreates the file from the extract.
*>
*> Spike guard: a device master card may carry a maximum single-
*> offset magnitude (columns 68-77, maintained through FREQDEVM). A
*> well-formed detail record above it is held out of the device's
*> total, written to the exceptions listing as HELD OUT with its
*> record number, and listed on the spike listing (OFFSSPIK, default
*> spikes.txt), so one corrupt "+9999999999" no longer wrecks the
*> frequency. It still counts toward the trailer's record count and
*> hash - the site did send it. The spike count goes on the summary
*> report and the site transmission log; FREQFIX confirms a spike
*> (correction equal to the original) or corrects it like any
*> rejected record.
*>
*> Device replacement: a device with no carry-forward frequency of
*> its own - a replacement unit before its first run - is seeded
*> from the unit it replaced, followed back along the device swap
*> register FREQSWAP keeps (FREQSWPR, default freqswap.reg).
*>
*> Reason codes: every line on the exceptions listing carries a
*> standard reason code from the FREQRSN table ahead of its text,
*> and the header's site id, the business date and the device id
*> in fixed columns after it (layout FREQEXC), so FREQPARE can
*> analyse rejects across sites, devices and days.
*>
*> Re-send override: OFFSRESEND=Y is only honoured for the operator
*> named in FREQOPER whose card on the shared operator authority
*> file (FREQAUTH, default freqauth.dat) grants RESEND. The check is
*> made before any file is read and a refusal stops the whole run;
*> the grant or refusal, and each duplicate or out-of-sequence file
*> the override then lets through, go on the security log
*> (FREQSECL, default freqsec.log).
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC WS-EXCEPT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-STATUS.
        SELECT SPIKE-FILE ASSIGN TO DYNAMIC WS-SPIKE-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPIKE-STATUS.
        SELECT EXCEPT-TEMP-FILE ASSIGN TO DYNAMIC WS-EXCEPT-TEMP-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPT-TEMP-STATUS.
        SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CYCLE-STATUS.
        SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POS-DEVICE-ID
        FILE STATUS IS WS-POSITION-STATUS.
        SELECT SWAP-REGISTER-FILE ASSIGN TO DYNAMIC WS-SWAP-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWAP-STATUS.
        SELECT AUTHORITY-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC WS-SECLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
    FILE SECTION.
        COPY "offsfd.cpy".

    FD EXCEPTIONS-FILE.
    01 EXCEPTION-LINE PIC X(132).

    *> Spike listing: one line per detail record held out by the
    *> spike guard, rebuilt from the exceptions listing at the end of
    *> each file so a restart never lists a spike twice.
    FD SPIKE-FILE.
    01 SPIKE-LINE PIC X(80).

    *> Scratch copy used to trim EXCEPTIONS-FILE back to its
    *> checkpointed length on restart, so records re-validated after a
    *> restart don't get logged to the exceptions listing a second
    *> time.
    FD EXCEPT-TEMP-FILE.
    01 EXCEPT-TEMP-LINE PIC X(132).

    FD REPORT-FILE.
    01 REPORT-LINE PIC X(100).
        05 CKPT-REC-TRL-HASH PIC 9(13)V9(3).
        05 CKPT-REC-HDR-DATE PIC 9(8).
        05 CKPT-REC-FEED-DEC PIC X(1).
        05 CKPT-REC-SPIKE PIC 9(8).

    *> DEVICE-LIST-FILE: one site's worth of offset files, one device
    *> per line - device id in columns 1-10, that device's offsets
    *> Audit row layout is fixed-column so FREQRECON can parse it
    *> back: run date 1-10, run time 12-19, device id 21-30, input
    *> file 32-111, ' RECS=' 112-117, record count 118-125,
    *> ' FREQ=' 126-131, frequency 132-147. A late posting adds
    *> ' LATE' 148-152 and the date actually processed (YYYYMMDD)
    *> 153-160; the run date in 1-10 is the business date.
    FD AUDIT-FILE.
    01 AUDIT-LINE PIC X(160).

    *> columns 1-10, description 11-40, minimum acceptable frequency
    *> (sign, then 12 digits) in 41-53, maximum in 54-66, status 67
    *> ('I' deactivated by FREQDEVM; old cards without the column
    *> read as active), maximum single-offset magnitude 68-77 (zero
    *> or blank: no spike guard), owning site 78-87 (used by the
    *> FREQROLL site and region rollup, not here) - the same
    *> fixed-column, no-delimiter card style as DEVICE-LIST-RECORD.
    FD DEVICE-MASTER-FILE.
    01 DEVICE-MASTER-RECORD.
        05 DM-DEVICE-ID PIC X(10).
        05 DM-MAX-SIGN PIC X(1).
        05 DM-MAX-FREQ PIC 9(12).
        05 DM-STATUS PIC X(1).
        05 DM-MAX-STEP PIC X(10).
        05 DM-MAX-STEP-9 REDEFINES DM-MAX-STEP PIC 9(10).
        05 DM-SITE-ID PIC X(10).

    *> Out-of-tolerance alerts: one line per flagged device per run,
    *> appended across runs the way the audit trail is. The line
    *> which site's feed is generating the rejects". Columns: run
    *> date 1-10, site id 12-21, device id 23-32, ' RECS=' 33-38,
    *> record count 39-46, ' REJS=' 47-52, reject count 53-60,
    *> ' BAL=' 61-65, balanced flag 66. A late posting adds
    *> ' LATE=' 67-72 and the date actually processed (YYYY/MM/DD)
    *> 73-82. ' SPKS=' 83-88 and the count of records held out by the
    *> spike guard 89-96 follow on every row.
    FD SITE-LOG-FILE.
    01 SITE-LOG-LINE PIC X(132).

    01 CYCLE-RECORD.
        COPY "freqcyc.cpy".

    FD POSITION-FILE.
    01 POSITION-RECORD.
        COPY "freqpos.cpy".

    FD SWAP-REGISTER-FILE.
    01 SWAP-REGISTER-RECORD.
        COPY "freqswap.cpy".

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
    01 WS-OFFSET.
        COPY "offsws.cpy".
    01 WS-GOOD-COUNT PIC 9(8) VALUE 0.
    01 WS-REJECT-COUNT PIC 9(8) VALUE 0.
    01 WS-REJECT-REASON PIC X(40).
    01 WS-REJECT-CODE PIC X(4).

    *> Standard reject reason codes and their text.
    01 WS-REASON-CODES.
        COPY "freqrsn.cpy".
    01 WS-RSN-SUB PIC 9(2) COMP.

    *> Spike guard: the device's maximum single-offset magnitude
    *> from its master card (zero when the card has none, or the
    *> device is not on the master), and the records held out.
    01 WS-SPIKE-LIMIT PIC 9(10) VALUE 0.
    01 WS-SPIKE-COUNT PIC 9(8) VALUE 0.
    01 WS-SPIKE-FILE PIC X(80) VALUE 'spikes.txt'.
    01 WS-SPIKE-STATUS PIC X(2).
    01 WS-SPIKE-BASE PIC X(80).
    01 WS-SPIKE-EOF PIC 1.
    *> One line of the exceptions listing, as it is built.
    01 WS-EXCEPTION-REC.
        COPY "freqexc.cpy".
    *> A held-out record's line on the exceptions listing: the
    *> record itself in columns 1-11 exactly as a rejected record's
    *> (FREQFIX matches corrections on them), then the HELD OUT tag
    *> in the column the REJECTED tag occupies, its reason code, and
    *> in place of the reason text the maximum step exceeded and the
    *> record's number in the offsets file.
    01 WS-SPIKE-EXC REDEFINES WS-EXCEPTION-REC.
        05 WS-SPX-ORIGINAL PIC X(11).
        05 WS-SPX-TAG PIC X(13).
        05 FILLER PIC X(5).
        05 WS-SPX-TEXT PIC X(20).
        05 WS-SPX-STEP PIC 9(10).
        05 WS-SPX-REC-TAG PIC X(5).
        05 WS-SPX-REC PIC 9(8).
        05 FILLER PIC X(60).

    *> Run-time parameters. Resolved, in order of precedence, from a
    *> JCL DD-name override (OFFSETS/OFFSRPT/OFFSEXCP environment
    01 WS-EXCEPT-TEMP-FILE PIC X(80).
    01 WS-EXCEPT-TEMP-STATUS PIC X(2).
    01 WS-EXCEPT-COPIED PIC 9(8).
    01 WS-EXCEPT-KEEP PIC 9(8).
    01 WS-EXCEPT-COPY-EOF PIC 1.
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-INPUT-F PIC X(80).
    01 WS-RUN-DATE PIC 9(8).
    01 WS-RUN-DATE-DISPLAY PIC 9999/99/99.

    *> Late-feed catch-up (FREQBDATE, the same symbol FREQHIST,
    *> FREQRECON, FREQSITE, and FREQCYCL read): the business date
    *> the run is posted under. Left unset the run date is today,
    *> as always. A business date before today makes the run a late
    *> posting - everything it writes carries the business date, and
    *> the day it was actually processed rides along so auditors can
    *> see it was taken after the fact. A date after today is
    *> refused.
    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-PROCESS-DATE PIC 9(8).
    01 WS-PROCESS-DATE-DISPLAY PIC 9999/99/99.
    01 WS-LATE-POSTING PIC X(1) VALUE 'N'.

    *> Checkpoint/restart: the current record count and running total
    *> are checkpointed every WS-CKPT-INTERVAL records so a job that
    *> abends partway through a large offsets file can restart close
    01 WS-EXTRACT-FILE PIC X(80) VALUE 'freqextr.dat'.
    01 WS-EXTRACT-STATUS PIC X(2).

    *> Current-position file name/status (FREQPOSF to override), and
    *> the device's position as read for the carry-forward seed - the
    *> FD record area is only good while the file is open.
    01 WS-POSITION-FILE PIC X(80) VALUE 'freqpos.dat'.
    01 WS-POSITION-STATUS PIC X(2).
    01 WS-POS-FOUND PIC X(1).
    01 WS-POS-DATE PIC 9(8).
    01 WS-POS-SEQ PIC 9(6).
    01 WS-POS-FREQ PIC S9(12)V9(3).

    *> Site transmission log name/status (OFFSSLOG to override).
    01 WS-SITE-LOG-FILE PIC X(80) VALUE 'freqsite.log'.
    01 WS-SITE-LOG-STATUS PIC X(2).
    01 WS-CYC-RECON-DONE PIC X(1) VALUE 'N'.
    01 WS-CYC-CLOSED PIC X(1) VALUE 'N'.
    01 WS-CYC-DATE-DISPLAY PIC 9999/99/99.
    *> The cycle file holds one record per cycle date, in date order,
    *> loaded whole and rewritten whole. Only the newest
    *> WS-CYCT-KEEP dates are written back, so the file never grows
    *> past a year of cycles.
    01 WS-CYCT-MAX PIC 9(4) VALUE 400.
    01 WS-CYCT-KEEP PIC 9(4) VALUE 366.
    01 WS-CYCT-COUNT PIC 9(4) VALUE 0.
    01 WS-CYCT-SUB PIC 9(4) COMP.
    01 WS-CYCT-HIT PIC 9(4) COMP.
    01 WS-CYCT-FIRST PIC 9(4) COMP.
    01 WS-CYCT-EOF PIC 1.
    01 WS-CYCT-TABLE.
        05 WS-CYCT-ENTRY OCCURS 1 TO 400 TIMES
           DEPENDING ON WS-CYCT-COUNT.
            10 WS-CYCT-DATE PIC 9(8).
            10 WS-CYCT-FREQ-DONE PIC X(1).
            10 WS-CYCT-HIST-DONE PIC X(1).
            10 WS-CYCT-RECON-DONE PIC X(1).
            10 WS-CYCT-CLOSED PIC X(1).

    *> Per-device tolerance checking: when a device master is named
    *> (OFFSDEVM), it is loaded at start-up and each device's final
            10 WS-DM-DESC PIC X(30).
            10 WS-DM-MIN PIC S9(12).
            10 WS-DM-MAX PIC S9(12).
            10 WS-DM-STEP PIC 9(10).
    *> Tolerance outcome for the device just totalled: 'W' within
    *> limits, 'O' out of tolerance, 'M' missing from the master,
    *> 'N' not checked (no master loaded).
    01 WS-TOL-MIN-DISPLAY PIC -(11)9.
    01 WS-TOL-MAX-DISPLAY PIC -(11)9.
    01 WS-ALERT-REASON PIC X(30).
    *> ' LATE' on a late posting's alert line. The reason goes out at
    *> its full width first, so the tag lands past the columns the
    *> alert workbench reads the reason from.
    01 WS-ALERT-LATE-TAG PIC X(5) VALUE SPACES.

    *> Batch controls: sites on the new feed send a header record
    *> (site id, creation date) and a trailer record (detail record
    01 WS-SCAN-DECIMALS PIC 9(2).
    01 WS-SCAN-ENDED PIC X(1).
    01 WS-SCAN-OK PIC X(1).
    *> Set when the scan met something other than a digit or a
    *> point - a non-numeric line rather than a badly formed number.
    01 WS-SCAN-BAD-CHAR PIC X(1).
    01 WS-BALANCED PIC X(1) VALUE 'Y'.
    01 WS-BAL-REASON PIC X(60).

    *> Carry-forward mode (OFFSCARRY=Y): the offsets feed carries
    *> deltas against the prior run, so instead of starting the run's
    *> total at zero, seed it with the device's most recent frequency
    *> from the current-position file. The summary report, audit
    *> line, and the new extract record then all show the device's
    *> true cumulative
    *> frequency instead of a daily delta. A restarted run is NOT
    *> re-seeded - the checkpointed total already includes the seed.
    01 WS-CARRY-FORWARD PIC X(1) VALUE 'N'.
    01 WS-EXTR-SEQ PIC 9(6).
    01 WS-PRIOR-FOUND PIC X(1).
    01 WS-EXTR-EOF PIC 1.
    *> A late posting seeds from the latest run on or before its
    *> business date; runs already on file after that date were
    *> seeded without it, and are flagged for review.
    01 WS-LATER-RUNS PIC 9(6) VALUE 0.
    *> The id the seed is being looked for under: the device itself,
    *> then each unit it replaced in turn (device swap register,
    *> FREQSWPR to override) until one has a frequency on file.
    01 WS-SEED-DEVICE PIC X(10).
    01 WS-SEED-HOPS PIC 9(2).
    01 WS-PREV-SEED-DEVICE PIC X(10).
    01 WS-SWAP-FILE PIC X(80) VALUE 'freqswap.reg'.
    01 WS-SWAP-STATUS PIC X(2).
    01 WS-SWAP-EOF PIC 1.

    *> Quiet mode and timing stats: per-record DISPLAYs are off by
    *> default (set WS-VERBOSE to 'Y' to debug a feed); a
    *> Graded condition code handed to the scheduler at end of run,
    *> so downstream steps can be held automatically instead of
    *> someone reading the console: 0 a clean run, 4 a warning
    *> (rejected records, spikes held out, skipped devices, or an
    *> out-of-balance file whose output was suppressed), 8 a missing offsets or
    *> device-list file or a current-position file that could not be
    *> moved on, 12 an abort. Raised, never lowered - the
    *> worst condition seen wins.
    01 WS-RUN-RC PIC 9(2) VALUE 0.

    01 WS-ELAPSED-CS PIC S9(9).
    01 WS-ELAPSED-SECONDS PIC -(5)9.99.

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
    IF WS-DEVICE-MASTER-FILE NOT = SPACES
        PERFORM 0150-LOAD-DEVICE-MASTER
    END-IF.
    PERFORM 0050-SET-RUN-DATE.
    IF WS-RESEND-OK = 'Y' AND WS-RUN-RC < 8
        PERFORM 0060-CHECK-RESEND-AUTHORITY
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 0500-CHECK-CYCLE-CONTROL
    END-IF.
    IF WS-RUN-RC < 8
        IF WS-DEVICE-LIST-FILE NOT = SPACES
            PERFORM 1500-MULTI-DEVICE-RUN
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0060-CHECK-RESEND-AUTHORITY.
    MOVE 'RESEND' TO WS-AUTH-FUNCTION.
    MOVE 'OFFSRESEND=Y RUN' TO WS-AUTH-DETAIL.
    PERFORM 9000-CHECK-AUTHORITY.
    IF WS-AUTH-GRANTED = 'N'
        DISPLAY 'OFFSRESEND=Y REFUSED - RUN NOT STARTED'
        MOVE 8 TO WS-RUN-RC
    END-IF.

0050-SET-RUN-DATE.
    ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
    MOVE WS-PROCESS-DATE TO WS-PROCESS-DATE-DISPLAY.
    IF WS-BUSINESS-DATE > 0
        MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        MOVE WS-PROCESS-DATE TO WS-RUN-DATE
    END-IF.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
    EVALUATE TRUE
        WHEN WS-RUN-DATE > WS-PROCESS-DATE
            DISPLAY 'BUSINESS DATE ' WS-RUN-DATE-DISPLAY
                ' IS AFTER TODAY ' WS-PROCESS-DATE-DISPLAY
                ' - RUN REFUSED'
            MOVE 8 TO WS-RUN-RC
        WHEN WS-RUN-DATE < WS-PROCESS-DATE
            MOVE 'Y' TO WS-LATE-POSTING
            MOVE ' LATE' TO WS-ALERT-LATE-TAG
            DISPLAY 'LATE POSTING: RUN POSTED UNDER BUSINESS DATE '
                WS-RUN-DATE-DISPLAY ', PROCESSED '
                WS-PROCESS-DATE-DISPLAY
    END-EVALUATE.

1000-PROCESS-ONE-OFFSETS-FILE.
    ACCEPT WS-START-TIME FROM TIME.
    PERFORM 0200-CHECK-RESTART.
    PERFORM 0170-FIND-SPIKE-LIMIT.
    OPEN INPUT OFFSETS.
    IF WS-OFFSETS-STATUS NOT = '00'
        DISPLAY 'OFFSETS FILE NOT FOUND: ' WS-INPUT-FILE
                       WHEN OTHER
                           PERFORM 2000-VALIDATE-RECORD
                           IF WS-RECORD-VALID = 'Y'
                               ADD 1 TO WS-DETAIL-COUNT
                               COMPUTE WS-OFFSET-VALUE =
                                   FUNCTION NUMVAL(WS-OFFSETLINE)
                               ADD WS-OFFSET-VALUE TO WS-HASH-TOTAL
                               IF WS-SPIKE-LIMIT > 0
                                   AND WS-OFFSET-VALUE > WS-SPIKE-LIMIT
                                   ADD 1 TO WS-SPIKE-COUNT
                                   PERFORM 2150-LOG-SPIKE
                               ELSE
                                   ADD 1 TO WS-GOOD-COUNT
                                   IF WS-OFFSETSIGN = '-'
                                       COMPUTE WS-OFFSET-VALUE =
                                           0 - WS-OFFSET-VALUE
                                   END-IF
                                   ADD WS-OFFSET-VALUE TO WS-TOTAL
                               END-IF
                           ELSE
                               ADD 1 TO WS-REJECT-COUNT
                               ADD 1 TO WS-DETAIL-COUNT
        END-PERFORM
        CLOSE OFFSETS
        CLOSE EXCEPTIONS-FILE
        PERFORM 2160-WRITE-SPIKE-LISTING
        ACCEPT WS-END-TIME FROM TIME
        COMPUTE WS-START-CS = WS-START-HH * 360000 + WS-START-MM * 6000
            + WS-START-SS * 100 + WS-START-HS
        MOVE WS-TOTAL TO WS-TOTAL-DISPLAY
        DISPLAY 'FINAL FREQUENCY: ' WS-TOTAL-DISPLAY
        DISPLAY 'RECORDS PROCESSED: ' WS-RECS-PROCESSED
            ' (GOOD: ' WS-GOOD-COUNT ' REJECTED: ' WS-REJECT-COUNT
            ' SPIKES HELD OUT: ' WS-SPIKE-COUNT ')'
        DISPLAY 'ELAPSED SECONDS: ' WS-ELAPSED-SECONDS
        IF (WS-REJECT-COUNT > 0 OR WS-SPIKE-COUNT > 0)
            AND WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
        PERFORM 2500-BALANCE-CONTROLS
                PERFORM 3000-WRITE-REPORT
                PERFORM 4000-LOG-AUDIT
                PERFORM 4100-WRITE-EXTRACT
                PERFORM 4150-UPDATE-CURRENT-POSITION
                IF WS-HDR-SEEN = 'Y'
                    PERFORM 2560-UPDATE-TRANSMISSION-REG
                END-IF
1500-MULTI-DEVICE-RUN.
    MOVE WS-OUTPUT-FILE TO WS-OUTPUT-BASE.
    MOVE WS-EXCEPT-FILE TO WS-EXCEPT-BASE.
    MOVE WS-SPIKE-FILE TO WS-SPIKE-BASE.
    MOVE WS-CKPT-FILE TO WS-CKPT-BASE.
    PERFORM 1600-CHECK-DEVICE-RESTART.
    OPEN INPUT DEVICE-LIST-FILE.
                           INTO WS-EXCEPT-FILE
                           ON OVERFLOW MOVE 'Y' TO WS-DEVICE-FILE-ERR
                    END-STRING
                    MOVE SPACES TO WS-SPIKE-FILE
                    STRING FUNCTION TRIM(WS-DEVICE-ID) DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-SPIKE-BASE) DELIMITED BY SIZE
                           INTO WS-SPIKE-FILE
                           ON OVERFLOW MOVE 'Y' TO WS-DEVICE-FILE-ERR
                    END-STRING
                    MOVE SPACES TO WS-CKPT-FILE
                    STRING FUNCTION TRIM(WS-DEVICE-ID) DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                        MOVE 0 TO WS-TOTAL
                        MOVE 0 TO WS-GOOD-COUNT
                        MOVE 0 TO WS-REJECT-COUNT
                        MOVE 0 TO WS-SPIKE-COUNT
                        MOVE 0 TO WS-RECS-PROCESSED
                        MOVE 0 TO WS-RECS-SINCE-CKPT
                        MOVE 0 TO WS-DETAIL-COUNT
        MOVE WS-PARM-OUTPUT-F TO WS-EXCEPT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'OFFSSPIK'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-SPIKE-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'OFFSCKPT'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-CKPT-FILE
        MOVE 'Y' TO WS-RESEND-OK
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'FREQOPER'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-AUTH-OPERATOR
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'FREQAUTH'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-AUTH-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'FREQSECL'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-SECLOG-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'FREQCYCF'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-CYCLE-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'FREQPOSF'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-POSITION-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'FREQSWPR'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        MOVE WS-PARM-OUTPUT-F TO WS-SWAP-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-OUTPUT-F.
    ACCEPT WS-PARM-OUTPUT-F FROM ENVIRONMENT 'FREQBDATE'.
    IF WS-PARM-OUTPUT-F NOT = SPACES
        *> A catch-up run under a date that cannot be read would post
        *> a late file as today's - the very thing it is there to
        *> prevent - so a bad date stops the run.
        IF FUNCTION TRIM(WS-PARM-OUTPUT-F) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-OUTPUT-F)) = 8
            MOVE FUNCTION TRIM(WS-PARM-OUTPUT-F) TO WS-BUSINESS-DATE
        END-IF
        IF WS-BUSINESS-DATE = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) NOT = 0
            MOVE 0 TO WS-BUSINESS-DATE
            DISPLAY 'FREQBDATE IS NOT A YYYYMMDD DATE: '
                FUNCTION TRIM(WS-PARM-OUTPUT-F) ' - RUN REFUSED'
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-IF.

0150-LOAD-DEVICE-MASTER.
    OPEN INPUT DEVICE-MASTER-FILE.
                COMPUTE WS-DM-MAX(WS-DM-COUNT) =
                    0 - WS-DM-MAX(WS-DM-COUNT)
            END-IF
            *> Cards from before the spike guard stop at column 67;
            *> a blank (or unreadable) step column is no guard, and
            *> the card's limits still load.
            IF DM-MAX-STEP IS NUMERIC
                MOVE DM-MAX-STEP-9 TO WS-DM-STEP(WS-DM-COUNT)
            ELSE
                MOVE 0 TO WS-DM-STEP(WS-DM-COUNT)
            END-IF
    END-EVALUATE.

0170-FIND-SPIKE-LIMIT.
    *> Looked up once per offsets file, before the first detail
    *> record, from the same master entry the tolerance check uses.
    MOVE 0 TO WS-SPIKE-LIMIT.
    IF WS-DM-LOADED = 'Y'
        PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                UNTIL WS-DM-SUB > WS-DM-COUNT
            IF WS-DM-ID(WS-DM-SUB) = WS-DEVICE-ID
                MOVE WS-DM-STEP(WS-DM-SUB) TO WS-SPIKE-LIMIT
                MOVE WS-DM-COUNT TO WS-DM-SUB
            END-IF
        END-PERFORM
    END-IF.

2600-CHECK-TOLERANCE.
    MOVE 'N' TO WS-TOL-FLAG.
    IF WS-DM-LOADED = 'Y'
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-ALERT-REASON DELIMITED BY SIZE
               WS-ALERT-LATE-TAG DELIMITED BY SIZE
               INTO ALERT-LINE
        END-STRING
    ELSE
               WS-TOL-MAX-DISPLAY DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WS-ALERT-REASON DELIMITED BY SIZE
               WS-ALERT-LATE-TAG DELIMITED BY SIZE
               INTO ALERT-LINE
        END-STRING
    END-IF.
    CLOSE ALERT-FILE.

0400-SEED-PRIOR-FREQUENCY.
    *> Seed the run's total with the device's most recent frequency.
    *> The current-position file answers with one keyed read. The
    *> extract is scanned only when the position cannot answer: no
    *> position file yet, a device not on it, or a late posting whose
    *> business date is behind the position - that seed has to be the
    *> latest run on or before the business date. A device with
    *> nothing on file under its own id is looked for under the unit
    *> it replaced, and so on back along the swap register.
    MOVE 'N' TO WS-PRIOR-FOUND.
    MOVE 0 TO WS-PRIOR-DATE.
    MOVE 0 TO WS-PRIOR-SEQ.
    MOVE 0 TO WS-LATER-RUNS.
    MOVE WS-DEVICE-ID TO WS-SEED-DEVICE.
    MOVE 0 TO WS-SEED-HOPS.
    PERFORM 0405-SEED-FROM-ONE-ID.
    PERFORM UNTIL WS-PRIOR-FOUND = 'Y'
            OR WS-SEED-DEVICE = SPACES
            OR WS-SEED-HOPS >= 20
        PERFORM 0430-FIND-REPLACED-DEVICE
        IF WS-SEED-DEVICE NOT = SPACES
            DISPLAY 'CARRY-FORWARD: DEVICE ' WS-DEVICE-ID
                ' LOOKING UNDER REPLACED DEVICE ' WS-SEED-DEVICE
            PERFORM 0405-SEED-FROM-ONE-ID
        END-IF
    END-PERFORM.
    IF WS-LATER-RUNS > 0
        DISPLAY 'CARRY-FORWARD: DEVICE ' WS-DEVICE-ID ' HAS '
            WS-LATER-RUNS ' RUN(S) AFTER BUSINESS DATE '
            WS-RUN-DATE-DISPLAY ' SEEDED WITHOUT THIS POSTING'
            ' - REVIEW THEM'
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.
    IF WS-PRIOR-FOUND = 'Y'
        MOVE WS-PRIOR-FREQ TO WS-TOTAL
        MOVE WS-PRIOR-FREQ TO WS-PRIOR-FREQ-DISPLAY
        DISPLAY 'CARRY-FORWARD: DEVICE ' WS-DEVICE-ID
            ' SEEDED WITH ' WS-PRIOR-FREQ-DISPLAY
    ELSE
        DISPLAY 'CARRY-FORWARD: NO PRIOR FREQUENCY FOR DEVICE '
            WS-DEVICE-ID ' - STARTING AT ZERO'
    END-IF.

0405-SEED-FROM-ONE-ID.
    PERFORM 0420-READ-CURRENT-POSITION.
    IF WS-POS-FOUND = 'Y' AND WS-POS-DATE NOT > WS-RUN-DATE
        MOVE 'Y' TO WS-PRIOR-FOUND
        MOVE WS-POS-DATE TO WS-PRIOR-DATE
        MOVE WS-POS-SEQ TO WS-PRIOR-SEQ
        MOVE WS-POS-FREQ TO WS-PRIOR-FREQ
    ELSE
        PERFORM 0410-SCAN-EXTRACT-FOR-SEED
    END-IF.

0410-SCAN-EXTRACT-FOR-SEED.
    *> The run sequence orders intraday runs, so the seed is the
    *> truly latest run - not the last row that happened to share the
    *> highest date; on equal date and sequence the later record (a
    *> FREQFIX amendment) wins. Rows dated after the run date only
    *> exist for a late posting, and are not its seed.
    MOVE 0 TO WS-EXTR-EOF.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS NOT = '00'
        DISPLAY 'CARRY-FORWARD: NO EXTRACT AT ' WS-EXTRACT-FILE
    ELSE
        PERFORM UNTIL WS-EXTR-EOF = 1
            READ EXTRACT-FILE
                AT END MOVE 1 TO WS-EXTR-EOF
                NOT AT END
                    IF EXTRACT-DEVICE-ID = WS-SEED-DEVICE
                        *> Pre-sequence rows carry spaces in the
                        *> sequence column - they compare as run
                        *> sequence zero, like every other reader.
                        ELSE
                            MOVE 0 TO WS-EXTR-SEQ
                        END-IF
                        EVALUATE TRUE
                            WHEN EXTRACT-RUN-DATE > WS-RUN-DATE
                                ADD 1 TO WS-LATER-RUNS
                            WHEN EXTRACT-RUN-DATE > WS-PRIOR-DATE
                                OR (EXTRACT-RUN-DATE = WS-PRIOR-DATE
                                AND WS-EXTR-SEQ >= WS-PRIOR-SEQ)
                                MOVE 'Y' TO WS-PRIOR-FOUND
                                MOVE EXTRACT-RUN-DATE TO WS-PRIOR-DATE
                                MOVE WS-EXTR-SEQ TO WS-PRIOR-SEQ
                                COMPUTE WS-PRIOR-FREQ =
                                    FUNCTION NUMVAL(EXTRACT-FREQUENCY)
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXTRACT-FILE
    END-IF.

0420-READ-CURRENT-POSITION.
    MOVE 'N' TO WS-POS-FOUND.
    OPEN INPUT POSITION-FILE.
    IF WS-POSITION-STATUS NOT = '00'
        DISPLAY 'CARRY-FORWARD: NO CURRENT-POSITION FILE AT '
            FUNCTION TRIM(WS-POSITION-FILE) ' (STATUS '
            WS-POSITION-STATUS ') - SEEDING FROM THE EXTRACT'
    ELSE
        MOVE WS-SEED-DEVICE TO POS-DEVICE-ID
        READ POSITION-FILE
            INVALID KEY
                DISPLAY 'CARRY-FORWARD: DEVICE ' WS-SEED-DEVICE
                    ' NOT ON THE CURRENT-POSITION FILE'
                    ' - SEEDING FROM THE EXTRACT'
            NOT INVALID KEY
                MOVE 'Y' TO WS-POS-FOUND
                MOVE POS-RUN-DATE TO WS-POS-DATE
                MOVE POS-RUN-SEQ TO WS-POS-SEQ
                COMPUTE WS-POS-FREQ = FUNCTION NUMVAL(POS-FREQUENCY)
        END-READ
        CLOSE POSITION-FILE
    END-IF.

0430-FIND-REPLACED-DEVICE.
    *> The swap register row naming the seed device as the new unit
    *> gives the unit it replaced; no row (or no register) ends the
    *> search and the device starts at zero.
    ADD 1 TO WS-SEED-HOPS.
    MOVE SPACES TO WS-PREV-SEED-DEVICE.
    OPEN INPUT SWAP-REGISTER-FILE.
    IF WS-SWAP-STATUS = '00'
        MOVE 0 TO WS-SWAP-EOF
        PERFORM UNTIL WS-SWAP-EOF = 1
            READ SWAP-REGISTER-FILE
                AT END MOVE 1 TO WS-SWAP-EOF
                NOT AT END
                    IF SWP-NEW-ID = WS-SEED-DEVICE
                        MOVE SWP-OLD-ID TO WS-PREV-SEED-DEVICE
                        MOVE 1 TO WS-SWAP-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SWAP-REGISTER-FILE
    END-IF.
    MOVE WS-PREV-SEED-DEVICE TO WS-SEED-DEVICE.

0500-CHECK-CYCLE-CONTROL.
    *> With no cycle control on file yet the run proceeds and creates
    *> one at its clean end - the gate arms itself from then on. The
    *> run is gated on its own date's record: today's for the nightly
    *> run, the business date's for a late posting.
    PERFORM 0510-LOAD-CYCLE-TABLE.
    MOVE 0 TO WS-CYCT-HIT.
    PERFORM VARYING WS-CYCT-SUB FROM 1 BY 1
            UNTIL WS-CYCT-SUB > WS-CYCT-COUNT
        IF WS-CYCT-DATE(WS-CYCT-SUB) = WS-RUN-DATE
            MOVE WS-CYCT-SUB TO WS-CYCT-HIT
            MOVE WS-CYCT-COUNT TO WS-CYCT-SUB
        END-IF
    END-PERFORM.
    IF WS-CYCT-HIT > 0
        MOVE WS-CYCT-DATE(WS-CYCT-HIT) TO WS-CYC-DATE
        MOVE WS-CYCT-FREQ-DONE(WS-CYCT-HIT) TO WS-CYC-FREQ-DONE
        MOVE WS-CYCT-HIST-DONE(WS-CYCT-HIT) TO WS-CYC-HIST-DONE
        MOVE WS-CYCT-RECON-DONE(WS-CYCT-HIT) TO WS-CYC-RECON-DONE
        MOVE WS-CYCT-CLOSED(WS-CYCT-HIT) TO WS-CYC-CLOSED
        MOVE WS-CYC-DATE TO WS-CYC-DATE-DISPLAY
        EVALUATE TRUE
            WHEN WS-CYC-CLOSED = 'Y'
                MOVE 8 TO WS-RUN-RC
        END-EVALUATE
    ELSE
        *> A new cycle date - the step flags start over. A late
        *> posting for a day no run ever opened gets that day's
        *> record slotted in behind the current cycle.
        MOVE WS-RUN-DATE TO WS-CYC-DATE
        MOVE 'N' TO WS-CYC-FREQ-DONE
        MOVE 'N' TO WS-CYC-HIST-DONE
        MOVE 'N' TO WS-CYC-RECON-DONE
        MOVE 'N' TO WS-CYC-CLOSED
        IF WS-CYCT-COUNT > 0
            IF WS-CYCT-DATE(WS-CYCT-COUNT) > WS-RUN-DATE
                MOVE WS-CYCT-DATE(WS-CYCT-COUNT) TO WS-CYC-DATE-DISPLAY
                DISPLAY 'LATE POSTING: OPENING CYCLE '
                    WS-RUN-DATE-DISPLAY ' BEHIND CURRENT CYCLE '
                    WS-CYC-DATE-DISPLAY
            END-IF
        END-IF
    END-IF.

0510-LOAD-CYCLE-TABLE.
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

0600-MARK-CYCLE-FREQUENCY.
    MOVE 'Y' TO WS-CYC-FREQ-DONE.
    IF WS-CYCT-HIT = 0
        PERFORM 0610-INSERT-CYCLE-ENTRY
    END-IF.
    IF WS-CYCT-HIT > 0
        MOVE WS-CYC-DATE TO WS-CYCT-DATE(WS-CYCT-HIT)
        MOVE WS-CYC-FREQ-DONE TO WS-CYCT-FREQ-DONE(WS-CYCT-HIT)
        MOVE WS-CYC-HIST-DONE TO WS-CYCT-HIST-DONE(WS-CYCT-HIT)
        MOVE WS-CYC-RECON-DONE TO WS-CYCT-RECON-DONE(WS-CYCT-HIT)
        MOVE WS-CYC-CLOSED TO WS-CYCT-CLOSED(WS-CYCT-HIT)
    END-IF.
    OPEN OUTPUT CYCLE-FILE.
    IF WS-CYCLE-STATUS NOT = '00'
        DISPLAY 'CYCLE CONTROL COULD NOT BE REWRITTEN: '
            WS-CYCLE-FILE
    ELSE
        MOVE 1 TO WS-CYCT-FIRST
        IF WS-CYCT-COUNT > WS-CYCT-KEEP
            COMPUTE WS-CYCT-FIRST = WS-CYCT-COUNT - WS-CYCT-KEEP + 1
        END-IF
        PERFORM VARYING WS-CYCT-SUB FROM WS-CYCT-FIRST BY 1
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

0610-INSERT-CYCLE-ENTRY.
    *> Slot the new date in at its place in date order - at the end
    *> for the nightly run, behind the current cycle for a late
    *> posting - moving any later dates up one.
    IF WS-CYCT-COUNT >= WS-CYCT-MAX
        DISPLAY 'CYCLE CONTROL TABLE FULL AT ' WS-CYCT-MAX
            ' DATES - CYCLE ' WS-RUN-DATE-DISPLAY ' NOT RECORDED'
    ELSE
        ADD 1 TO WS-CYCT-COUNT
        MOVE WS-CYCT-COUNT TO WS-CYCT-HIT
        PERFORM VARYING WS-CYCT-SUB FROM WS-CYCT-COUNT BY -1
                UNTIL WS-CYCT-SUB < 2
            IF WS-CYCT-DATE(WS-CYCT-SUB - 1) > WS-CYC-DATE
                MOVE WS-CYCT-ENTRY(WS-CYCT-SUB - 1)
                    TO WS-CYCT-ENTRY(WS-CYCT-SUB)
                COMPUTE WS-CYCT-HIT = WS-CYCT-SUB - 1
            ELSE
                MOVE 1 TO WS-CYCT-SUB
            END-IF
        END-PERFORM
    END-IF.

0200-CHECK-RESTART.
    MOVE 'N' TO WS-RESTARTED.
    OPEN INPUT CHECKPOINT-FILE.
                MOVE CKPT-REC-TRL-HASH TO WS-TRL-HASH
                MOVE CKPT-REC-HDR-DATE TO WS-HDR-DATE
                MOVE CKPT-REC-FEED-DEC TO WS-FEED-DECIMAL
                IF CKPT-REC-SPIKE IS NUMERIC
                    MOVE CKPT-REC-SPIKE TO WS-SPIKE-COUNT
                ELSE
                    MOVE 0 TO WS-SPIKE-COUNT
                END-IF
        END-READ
        CLOSE CHECKPOINT-FILE
    END-IF.
    *> checkpointed reject count (copying it through a scratch file,
    *> since LINE SEQUENTIAL has no in-place truncate) before resuming
    *> so the restarted run picks up appending from exactly where the
    *> checkpoint says it left off. Spikes held out are on the
    *> listing too, one line each, so they count toward its length.
    MOVE 0 TO WS-EXCEPT-COPIED.
    COMPUTE WS-EXCEPT-KEEP = WS-REJECT-COUNT + WS-SPIKE-COUNT.
    MOVE 0 TO WS-EXCEPT-COPY-EOF.
    MOVE SPACES TO WS-EXCEPT-TEMP-FILE.
    STRING FUNCTION TRIM(WS-EXCEPT-FILE) DELIMITED BY SIZE
    OPEN INPUT EXCEPTIONS-FILE.
    IF WS-EXCEPT-STATUS = '00'
        OPEN OUTPUT EXCEPT-TEMP-FILE
        PERFORM UNTIL WS-EXCEPT-COPIED >= WS-EXCEPT-KEEP
                OR WS-EXCEPT-COPY-EOF = 1
            READ EXCEPTIONS-FILE INTO EXCEPT-TEMP-LINE
                AT END MOVE 1 TO WS-EXCEPT-COPY-EOF
    MOVE WS-TRL-HASH TO CKPT-REC-TRL-HASH.
    MOVE WS-HDR-DATE TO CKPT-REC-HDR-DATE.
    MOVE WS-FEED-DECIMAL TO CKPT-REC-FEED-DEC.
    MOVE WS-SPIKE-COUNT TO CKPT-REC-SPIKE.
    OPEN OUTPUT CHECKPOINT-FILE.
    WRITE CHECKPOINT-RECORD.
    CLOSE CHECKPOINT-FILE.
    *> Force EXCEPTIONS-FILE to disk in step with the checkpoint -
    *> the same durability CHECKPOINT-FILE itself gets - so a restart's
    *> truncate-to-checkpoint logic can trust the on-disk row count
    *> matches CKPT-REC-REJECT plus CKPT-REC-SPIKE exactly instead of
    *> whatever the runtime had flushed from its buffer at the moment
    *> of an abend.
    CLOSE EXCEPTIONS-FILE.
    OPEN EXTEND EXCEPTIONS-FILE.
    MOVE 0 TO WS-RECS-SINCE-CKPT.
2000-VALIDATE-RECORD.
    MOVE 'Y' TO WS-RECORD-VALID.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SPACES TO WS-REJECT-CODE.
    IF WS-OFFSETSIGN NOT = '+' AND WS-OFFSETSIGN NOT = '-'
        MOVE 'N' TO WS-RECORD-VALID
        MOVE 'RJ01' TO WS-REJECT-CODE
    ELSE
        IF WS-FEED-DECIMAL = 'Y'
            PERFORM 2050-CHECK-DECIMAL-LINE
            IF WS-SCAN-OK NOT = 'Y'
                MOVE 'N' TO WS-RECORD-VALID
                IF WS-SCAN-BAD-CHAR = 'Y'
                    MOVE 'RJ02' TO WS-REJECT-CODE
                ELSE
                    MOVE 'RJ03' TO WS-REJECT-CODE
                END-IF
            END-IF
        ELSE
            IF FUNCTION TRIM(WS-OFFSETLINE) IS NOT NUMERIC
                MOVE 'N' TO WS-RECORD-VALID
                *> A line that would pass on a decimal feed is a
                *> fractional value sent without the header flag -
                *> told apart from plain garbage so a site whose
                *> devices changed format shows up as such.
                PERFORM 2050-CHECK-DECIMAL-LINE
                IF WS-SCAN-OK = 'Y'
                    MOVE 'RJ04' TO WS-REJECT-CODE
                ELSE
                    MOVE 'RJ02' TO WS-REJECT-CODE
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-RECORD-VALID = 'N'
        PERFORM 2110-FIND-REASON-TEXT
    END-IF.

2050-CHECK-DECIMAL-LINE.
    *> On a decimal feed a detail line is digits with at most one
    *> one digit on each side of it - "6.125", "0.5", plain "6".
    MOVE FUNCTION TRIM(WS-OFFSETLINE) TO WS-LINE-SCAN.
    MOVE 'Y' TO WS-SCAN-OK.
    MOVE 'N' TO WS-SCAN-BAD-CHAR.
    MOVE 'N' TO WS-SCAN-ENDED.
    MOVE 0 TO WS-SCAN-DIGITS.
    MOVE 0 TO WS-SCAN-POINTS.
                *> A non-space after the value ended - an embedded
                *> blank, not a number.
                MOVE 'N' TO WS-SCAN-OK
                MOVE 'Y' TO WS-SCAN-BAD-CHAR
            WHEN WS-LINE-CH(WS-SCAN-SUB) = '.'
                ADD 1 TO WS-SCAN-POINTS
                IF WS-SCAN-POINTS > 1 OR WS-SCAN-DIGITS = 0
                END-IF
            WHEN OTHER
                MOVE 'N' TO WS-SCAN-OK
                MOVE 'Y' TO WS-SCAN-BAD-CHAR
        END-EVALUATE
    END-PERFORM.
    IF WS-SCAN-DIGITS = 0
    *> last taken for this site and device: an equal date is a
    *> re-send, an earlier one an out-of-sequence feed. Either is
    *> refused - its report, audit line, and extract suppressed, the
    *> register untouched - unless OFFSRESEND=Y is set for the run
    *> and its use can be written to the security log.
    PERFORM 2570-LOAD-TRANSMISSION-REG.
    MOVE 0 TO WS-TREG-HIT.
    PERFORM VARYING WS-TREG-SUB FROM 1 BY 1
        MOVE WS-HDR-DATE TO WS-HDR-DATE-DISPLAY
        MOVE WS-TREG-DATE(WS-TREG-HIT) TO WS-TREG-LAST-DISPLAY
        IF WS-RESEND-OK = 'Y'
            MOVE 'RESEND' TO WS-AUTH-FUNCTION
            MOVE 'Y' TO WS-AUTH-GRANTED
            MOVE 'OVERRIDE USED' TO WS-AUTH-REASON
            MOVE SPACES TO WS-AUTH-DETAIL
            STRING 'DEVICE ' DELIMITED BY SIZE
                   WS-DEVICE-ID DELIMITED BY SIZE
                   ' CREATED ' DELIMITED BY SIZE
                   WS-HDR-DATE-DISPLAY DELIMITED BY SIZE
                   INTO WS-AUTH-DETAIL
            END-STRING
            PERFORM 9100-LOG-SECURITY-EVENT
            IF WS-AUTH-GRANTED = 'N'
                MOVE 'Y' TO WS-DUP-REFUSED
                DISPLAY 'RESEND REFUSED: SITE ' WS-SITE-ID
                    ' DEVICE ' WS-DEVICE-ID ' CREATION DATE '
                    WS-HDR-DATE-DISPLAY
                    ' - OVERRIDE COULD NOT BE LOGGED'
            ELSE
                DISPLAY 'RESEND OVERRIDE: SITE ' WS-SITE-ID
                    ' DEVICE ' WS-DEVICE-ID ' CREATION DATE '
                    WS-HDR-DATE-DISPLAY ' ACCEPTED (LAST TAKEN '
                    WS-TREG-LAST-DISPLAY ')'
            END-IF
        ELSE
            MOVE 'Y' TO WS-DUP-REFUSED
            IF WS-HDR-DATE = WS-TREG-DATE(WS-TREG-HIT)
    END-IF.

2100-LOG-EXCEPTION.
    PERFORM 2120-START-EXCEPTION-LINE.
    MOVE ' - REJECTED: ' TO EXC-TAG.
    MOVE WS-REJECT-REASON TO EXC-REASON-TEXT.
    MOVE WS-EXCEPTION-REC TO EXCEPTION-LINE.
    WRITE EXCEPTION-LINE.

2110-FIND-REASON-TEXT.
    *> Standard text for the code in WS-REJECT-CODE.
    MOVE SPACES TO WS-REJECT-REASON.
    PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
            UNTIL WS-RSN-SUB > RSN-ENTRY-COUNT
        IF RSN-CODE(WS-RSN-SUB) = WS-REJECT-CODE
            MOVE RSN-TEXT(WS-RSN-SUB) TO WS-REJECT-REASON
            MOVE RSN-ENTRY-COUNT TO WS-RSN-SUB
        END-IF
    END-PERFORM.

2120-START-EXCEPTION-LINE.
    *> The parts every exceptions-listing line shares: the record
    *> as read, its reason code, and where and when it came from.
    MOVE SPACES TO WS-EXCEPTION-REC.
    MOVE WS-OFFSETSIGN TO EXC-ORIGINAL(1:1).
    MOVE WS-OFFSETLINE TO EXC-ORIGINAL(2:10).
    MOVE WS-REJECT-CODE TO EXC-REASON-CODE.
    MOVE WS-SITE-ID TO EXC-SITE-ID.
    MOVE WS-RUN-DATE TO EXC-RUN-DATE.
    MOVE WS-DEVICE-ID TO EXC-DEVICE-ID.

2150-LOG-SPIKE.
    *> The record number is its line in the offsets file, header
    *> included - the line an operator opens the file at.
    MOVE 'SP01' TO WS-REJECT-CODE.
    PERFORM 2110-FIND-REASON-TEXT.
    PERFORM 2120-START-EXCEPTION-LINE.
    MOVE ' - HELD OUT: ' TO WS-SPX-TAG.
    MOVE WS-REJECT-REASON TO WS-SPX-TEXT.
    MOVE WS-SPIKE-LIMIT TO WS-SPX-STEP.
    MOVE ' REC=' TO WS-SPX-REC-TAG.
    COMPUTE WS-SPX-REC = WS-RECS-PROCESSED + 1.
    MOVE WS-EXCEPTION-REC TO EXCEPTION-LINE.
    WRITE EXCEPTION-LINE.

2160-WRITE-SPIKE-LISTING.
    *> Rebuilt whole from the HELD OUT lines of the exceptions
    *> listing, which restart already trims to the checkpoint - the
    *> listing is then right after a restart with no trimming of its
    *> own. A file with no spikes leaves an empty listing, as a
    *> clean file leaves an empty exceptions listing.
    OPEN OUTPUT SPIKE-FILE.
    IF WS-SPIKE-STATUS NOT = '00'
        DISPLAY 'SPIKE LISTING COULD NOT BE OPENED: ' WS-SPIKE-FILE
    ELSE
        IF WS-SPIKE-COUNT > 0
            MOVE 0 TO WS-SPIKE-EOF
            OPEN INPUT EXCEPTIONS-FILE
            PERFORM UNTIL WS-SPIKE-EOF = 1
                READ EXCEPTIONS-FILE INTO WS-SPIKE-EXC
                    AT END MOVE 1 TO WS-SPIKE-EOF
                    NOT AT END
                        IF WS-SPX-TAG = ' - HELD OUT: '
                            MOVE SPACES TO SPIKE-LINE
                            STRING WS-DEVICE-ID DELIMITED BY SIZE
                                   ' REC=' DELIMITED BY SIZE
                                   WS-SPX-REC DELIMITED BY SIZE
                                   ' OFFSET=' DELIMITED BY SIZE
                                   WS-SPX-ORIGINAL DELIMITED BY SIZE
                                   ' MAX STEP=' DELIMITED BY SIZE
                                   WS-SPX-STEP DELIMITED BY SIZE
                                   ' HELD OUT' DELIMITED BY SIZE
                                   INTO SPIKE-LINE
                            END-STRING
                            WRITE SPIKE-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXCEPTIONS-FILE
        END-IF
        CLOSE SPIKE-FILE
    END-IF.

3000-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE.
    IF WS-REPORT-STATUS NOT = '00'
               INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        IF WS-LATE-POSTING = 'Y'
            MOVE SPACES TO REPORT-LINE
            STRING 'LATE POSTING   : PROCESSED ' DELIMITED BY SIZE
                   WS-PROCESS-DATE-DISPLAY DELIMITED BY SIZE
                   ' UNDER BUSINESS DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
        END-IF
        MOVE SPACES TO REPORT-LINE
        STRING 'INPUT FILE     : ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'SPIKES HELD OUT: ' DELIMITED BY SIZE
               WS-SPIKE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
        END-STRING
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING 'FINAL FREQUENCY: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
            END-EVALUATE
            WRITE REPORT-LINE
        END-IF
        IF WS-REJECT-COUNT > 0 OR WS-SPIKE-COUNT > 0
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-SPIKE-COUNT > 0
                MOVE 'REJECTED AND HELD-OUT RECORDS:' TO REPORT-LINE
            ELSE
                MOVE 'REJECTED RECORDS:' TO REPORT-LINE
            END-IF
            WRITE REPORT-LINE
            PERFORM 3100-COPY-EXCEPTIONS-TO-REPORT
        END-IF
    END-IF.

3100-COPY-EXCEPTIONS-TO-REPORT.
    *> The record, tag, code and reason only - the site, date and
    *> device columns repeat what the report heading already says.
    MOVE 0 TO FILE-EOF.
    OPEN INPUT EXCEPTIONS-FILE.
    PERFORM UNTIL FILE-EOF = 1
        READ EXCEPTIONS-FILE
            AT END MOVE 1 TO FILE-EOF
            NOT AT END
                MOVE SPACES TO REPORT-LINE
                MOVE EXCEPTION-LINE(1:72) TO REPORT-LINE
                WRITE REPORT-LINE
        END-READ
    END-PERFORM.
    CLOSE EXCEPTIONS-FILE.
           WS-RUN-TIME-SS DELIMITED BY SIZE
           INTO WS-RUN-TIME-DISPLAY
    END-STRING.
    COMPUTE WS-RECS-TOTAL = WS-GOOD-COUNT + WS-REJECT-COUNT
        + WS-SPIKE-COUNT.
    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-STATUS NOT = '00'
        OPEN OUTPUT AUDIT-FILE
           WS-TOTAL-DISPLAY DELIMITED BY SIZE
           INTO AUDIT-LINE
    END-STRING.
    IF WS-LATE-POSTING = 'Y'
        STRING ' LATE' DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO AUDIT-LINE(148:13)
        END-STRING
    END-IF.
    WRITE AUDIT-LINE.
    CLOSE AUDIT-FILE.

    *> balanced or not - a site whose file failed balancing still
    *> transmitted, and its reject pattern is exactly what FREQSITE
    *> is there to surface.
    COMPUTE WS-RECS-TOTAL = WS-GOOD-COUNT + WS-REJECT-COUNT
        + WS-SPIKE-COUNT.
    *> 'D' marks a file refused as a duplicate or out-of-sequence
    *> transmission - it still transmitted, so it still gets a row,
    *> and FREQSITE reports it separately from a balancing failure.
           WS-SLOG-BAL-FLAG DELIMITED BY SIZE
           INTO SITE-LOG-LINE
    END-STRING.
    IF WS-LATE-POSTING = 'Y'
        STRING ' LATE=' DELIMITED BY SIZE
               WS-PROCESS-DATE-DISPLAY DELIMITED BY SIZE
               INTO SITE-LOG-LINE(67:16)
        END-STRING
    END-IF.
    STRING ' SPKS=' DELIMITED BY SIZE
           WS-SPIKE-COUNT DELIMITED BY SIZE
           INTO SITE-LOG-LINE(83:14)
    END-STRING.
    WRITE SITE-LOG-LINE.
    CLOSE SITE-LOG-FILE.

    MOVE WS-TOTAL TO EXTRACT-FREQUENCY.
    WRITE EXTRACT-RECORD.
    CLOSE EXTRACT-FILE.

4150-UPDATE-CURRENT-POSITION.
    *> Move the device's current position on to the run just
    *> published. A late posting behind the position leaves it where
    *> it is - the newer run is still the latest published frequency.
    OPEN I-O POSITION-FILE.
    IF WS-POSITION-STATUS = '35'
        *> First publish since the file was introduced - create it.
        *> Only status 35 (file not found) may create: anything else
        *> must stop rather than let the fallback empty a position
        *> file that is merely unreadable.
        OPEN OUTPUT POSITION-FILE
        IF WS-POSITION-STATUS = '00'
            CLOSE POSITION-FILE
            OPEN I-O POSITION-FILE
        END-IF
    END-IF.
    IF WS-POSITION-STATUS NOT = '00'
        DISPLAY 'CURRENT-POSITION FILE COULD NOT BE OPENED: '
            FUNCTION TRIM(WS-POSITION-FILE) ' (STATUS '
            WS-POSITION-STATUS ') - NOT CREATED OVER: CONVERT OR'
            ' REBUILD DELIBERATELY'
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE WS-DEVICE-ID TO POS-DEVICE-ID
        READ POSITION-FILE
            INVALID KEY
                MOVE WS-DEVICE-ID TO POS-DEVICE-ID
                MOVE WS-RUN-DATE TO POS-RUN-DATE
                MOVE WS-RUN-SEQ TO POS-RUN-SEQ
                MOVE WS-TOTAL TO POS-FREQUENCY
                WRITE POSITION-RECORD
                    INVALID KEY CONTINUE
                END-WRITE
            NOT INVALID KEY
                IF WS-RUN-DATE > POS-RUN-DATE
                    OR (WS-RUN-DATE = POS-RUN-DATE
                    AND WS-RUN-SEQ >= POS-RUN-SEQ)
                    MOVE WS-RUN-DATE TO POS-RUN-DATE
                    MOVE WS-RUN-SEQ TO POS-RUN-SEQ
                    MOVE WS-TOTAL TO POS-FREQUENCY
                    REWRITE POSITION-RECORD
                        INVALID KEY CONTINUE
                    END-REWRITE
                END-IF
        END-READ
        IF WS-POSITION-STATUS NOT = '00'
            DISPLAY 'CURRENT POSITION NOT UPDATED FOR DEVICE '
                WS-DEVICE-ID ' (STATUS ' WS-POSITION-STATUS
                ') - RUN FREQPOS REBUILD'
            MOVE 8 TO WS-RUN-RC
        END-IF
        CLOSE POSITION-FILE
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
        MOVE 'FREQUENCY' TO SEC-PROGRAM
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
