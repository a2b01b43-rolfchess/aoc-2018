IDENTIFICATION DIVISION.
PROGRAM-ID. FREQSWAP.
*> Device replacement. When field engineering swaps out a failed
*> unit the replacement reports under a new device id, and until
*> now everything the old unit had built up - its tolerance card,
*> its carry-forward frequency, its processed-transmissions row,
*> its reading history - stayed behind under an id that will never
*> send again. This program records the swap on the device swap
*> register and carries the unit's standing across:
*>   - the tolerance card (description, limits, maximum step,
*>     owning site) is copied to the new id, placed straight after
*>     the old card, and the old card is deactivated ('I');
*>   - the old id's carry-forward frequency (its current position,
*>     or failing that its latest extract row) becomes the new id's
*>     current position, so the new unit's first run is seeded with
*>     it rather than starting at zero;
*>   - the old id's row on the processed-transmissions register is
*>     re-keyed to the new id, so the site's header-date guard
*>     carries on across the replacement;
*>   - the old id's cards on the FREQINTK device assignment table
*>     are pointed at the new id, so the site's files are listed
*>     under the new id rather than the retired one (a card with its
*>     own file key keeps it; a blank key now matches the new id in
*>     the file name);
*>   - the swap goes on the device master change log beside the
*>     FREQDEVM actions.
*> FREQUENCY, FREQTREND, FREQHIST QUERY, and FREQSCMP read the
*> register and follow the chain, so the readings of the old and
*> new ids read as one device. Alerts already on the FREQALWB
*> master stay under the old id - they were raised against the
*> unit that failed and are worked or closed as they stand.
*>
*> Command line: FREQSWAP <old-id> <new-id> <effective-date> <who>
*>                        <reason>
*> The effective date (YYYYMMDD) is the date the new unit took
*> over; the reason is the rest of the line (up to 40 characters).
*> The swap is refused when the old id is not on the device master
*> or has already been replaced, or the new id is already on the
*> master or anywhere on the register. Nothing is changed unless
*> every check passes.
*>
*> A swap rewrites the device master, so <who> must hold DEVMAINT
*> on the shared operator authority file, as for a FREQDEVM
*> session; the grant or refusal goes on the security log.
*>
*> Files via environment: OFFSDEVM device master (default
*> freqdevm.dat), FREQSWPR swap register (default freqswap.reg),
*> FREQPOSF current-position file (default freqpos.dat), OFFSEXTR
*> extract (default freqextr.dat), OFFSTREG processed-transmissions
*> register (default freqtreg.dat), FREQDASN device assignment
*> table (default freqdasn.dat - no table means the site does not
*> use FREQINTK), FREQDMLOG device master change log (default
*> freqdevm.log), FREQAUTH operator authority file (default
*> freqauth.dat), FREQSECL security log (default freqsec.log).
*>
*> Condition codes: 0 swap recorded, 4 swap recorded but no carry-
*> forward frequency was found for the old id (the new id starts
*> at zero) or the current position could not be written, 8 swap
*> refused (including <who> not authorised) or a file could not be
*> written.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DEVICE-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.
        SELECT SWAP-REGISTER-FILE ASSIGN TO DYNAMIC WS-SWAP-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SWAP-STATUS.
        SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POS-DEVICE-ID
        FILE STATUS IS WS-POSITION-STATUS.
        SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
        SELECT TRANS-REG-FILE ASSIGN TO DYNAMIC WS-TRANS-REG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-REG-STATUS.
        SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASSIGN-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASSIGN-STATUS.
        SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-CHGLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.
        SELECT AUTHORITY-FILE ASSIGN TO DYNAMIC WS-AUTH-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC WS-SECLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> Device master card, held whole: only the id and the status
    *> column are touched, so every other column is carried to the
    *> new id exactly as it stands on the old card.
    FD DEVICE-MASTER-FILE.
    01 DEVICE-MASTER-RECORD.
        05 DM-DEVICE-ID PIC X(10).
        05 DM-CARD-BODY PIC X(56).
        05 DM-STATUS PIC X(1).
        05 DM-CARD-TAIL PIC X(20).

    FD SWAP-REGISTER-FILE.
    01 SWAP-REGISTER-RECORD.
        COPY "freqswap.cpy".

    FD POSITION-FILE.
    01 POSITION-RECORD.
        COPY "freqpos.cpy".

    FD EXTRACT-FILE.
    01 EXTRACT-RECORD.
        05 EXTRACT-DEVICE-ID PIC X(10).
        05 EXTRACT-RUN-DATE PIC 9(8).
        05 EXTRACT-FREQUENCY PIC -(11)9.9(3).
        05 EXTRACT-RUN-SEQ PIC 9(6).

    *> Processed-transmissions register as FREQUENCY keeps it.
    FD TRANS-REG-FILE.
    01 TRANS-REG-RECORD.
        05 TR-SITE-ID PIC X(10).
        05 TR-DEVICE-ID PIC X(10).
        05 TR-LAST-DATE PIC 9(8).
        05 TR-LAST-RECS PIC 9(8).

    *> Device assignment card as FREQINTK reads it.
    FD ASSIGN-FILE.
    01 ASSIGN-RECORD.
        05 DA-DEVICE-ID PIC X(10).
        05 DA-SITE-ID PIC X(10).
        05 DA-FILE-KEY PIC X(30).

    FD CHANGE-LOG-FILE.
    01 CHANGE-LOG-LINE PIC X(180).

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
    01 WS-SWAP-FILE PIC X(80) VALUE 'freqswap.reg'.
    01 WS-SWAP-STATUS PIC X(2).
    01 WS-POSITION-FILE PIC X(80) VALUE 'freqpos.dat'.
    01 WS-POSITION-STATUS PIC X(2).
    01 WS-EXTRACT-FILE PIC X(80) VALUE 'freqextr.dat'.
    01 WS-EXTRACT-STATUS PIC X(2).
    01 WS-TRANS-REG-FILE PIC X(80) VALUE 'freqtreg.dat'.
    01 WS-TRANS-REG-STATUS PIC X(2).
    01 WS-ASSIGN-FILE PIC X(80) VALUE 'freqdasn.dat'.
    01 WS-ASSIGN-STATUS PIC X(2).
    01 WS-CHGLOG-FILE PIC X(80) VALUE 'freqdevm.log'.
    01 WS-CHGLOG-STATUS PIC X(2).
    01 WS-PARM-CARD PIC X(160).
    01 WS-PARM-OLD PIC X(10).
    01 WS-PARM-NEW PIC X(10).
    01 WS-PARM-DATE PIC X(10).
    01 WS-PARM-WHO PIC X(10).
    01 WS-PARM-PTR PIC 9(3).
    01 WS-PARM-ENV PIC X(80).

    *> The swap being recorded.
    01 WS-OLD-ID PIC X(10).
    01 WS-NEW-ID PIC X(10).
    01 WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
    01 WS-WHO PIC X(10).
    01 WS-REASON PIC X(40).

    01 FILE-EOF PIC 1.
    01 WS-RUN-RC PIC 9(2) VALUE 0.
    01 WS-RUN-DATE PIC 9(8).
    01 WS-RUN-DATE-DISPLAY PIC 9999/99/99.
    01 WS-EFF-DATE-DISPLAY PIC 9999/99/99.
    01 WS-RUN-TIME PIC 9(8).
    01 WS-RUN-TIME-HHMMSS REDEFINES WS-RUN-TIME.
        05 WS-RUN-TIME-HH PIC 99.
        05 WS-RUN-TIME-MM PIC 99.
        05 WS-RUN-TIME-SS PIC 99.
        05 WS-RUN-TIME-HS PIC 99.
    01 WS-RUN-TIME-DISPLAY PIC X(8).

    *> Carry-forward frequency found for the old id.
    01 WS-CARRY-FOUND PIC X(1) VALUE 'N'.
    01 WS-CARRY-DATE PIC 9(8) VALUE 0.
    01 WS-CARRY-SEQ PIC 9(6) VALUE 0.
    01 WS-CARRY-FREQ PIC S9(12)V9(3) VALUE 0.
    01 WS-CARRY-DISPLAY PIC -(11)9.9(3).
    01 WS-EXTR-SEQ PIC 9(6).
    01 WS-POSITION-DONE PIC X(1) VALUE 'N'.

    *> Swap register, loaded whole to check the ids against it.
    01 WS-SWP-MAX PIC 9(4) VALUE 1000.
    01 WS-SWP-COUNT PIC 9(4) VALUE 0.
    01 WS-SWP-SUB PIC 9(4) COMP.
    01 WS-SWP-TABLE.
        05 WS-SWP-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-SWP-COUNT.
            10 WS-SWP-OLD PIC X(10).
            10 WS-SWP-NEW PIC X(10).

    *> The device master held card by card, rewritten whole with the
    *> new card placed after the old one.
    01 WS-DM-MAX-ENTRIES PIC 9(4) VALUE 500.
    01 WS-DM-COUNT PIC 9(4) VALUE 0.
    01 WS-DM-SUB PIC 9(4) COMP.
    01 WS-DM-HIT PIC 9(4) COMP VALUE 0.
    01 WS-DM-NEW-HIT PIC 9(4) COMP VALUE 0.
    01 WS-DM-EOF PIC 1.
    01 WS-DM-TABLE.
        05 WS-DM-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-DM-COUNT.
            10 WS-DM-ID PIC X(10).
            10 WS-DM-BODY PIC X(56).
            10 WS-DM-STATUS PIC X(1).
            10 WS-DM-TAIL PIC X(20).

    *> Processed-transmissions register, loaded whole and rewritten
    *> whole with the old id's rows re-keyed.
    01 WS-TREG-MAX PIC 9(4) VALUE 500.
    01 WS-TREG-COUNT PIC 9(4) VALUE 0.
    01 WS-TREG-SUB PIC 9(4) COMP.
    01 WS-TREG-SUB-2 PIC 9(4) COMP.
    01 WS-TREG-EOF PIC 1.
    01 WS-TREG-REKEYED PIC 9(4) VALUE 0.
    01 WS-TREG-CLASH PIC X(1).
    01 WS-TREG-TABLE.
        05 WS-TREG-ENTRY OCCURS 1 TO 500 TIMES
           DEPENDING ON WS-TREG-COUNT.
            10 WS-TREG-SITE PIC X(10).
            10 WS-TREG-DEVICE PIC X(10).
            10 WS-TREG-DATE PIC 9(8).
            10 WS-TREG-RECS PIC 9(8).

    *> Device assignment table, loaded whole and rewritten whole
    *> with the old id's cards pointed at the new id.
    01 WS-DA-MAX PIC 9(4) VALUE 1000.
    01 WS-DA-COUNT PIC 9(4) VALUE 0.
    01 WS-DA-SUB PIC 9(4) COMP.
    01 WS-DA-SUB-2 PIC 9(4) COMP.
    01 WS-DA-EOF PIC 1.
    01 WS-DA-REPOINTED PIC 9(4) VALUE 0.
    01 WS-DA-DROPPED PIC 9(4) VALUE 0.
    01 WS-DA-CLASH PIC X(1).
    01 WS-DA-TABLE.
        05 WS-DA-ENTRY OCCURS 1 TO 1000 TIMES
           DEPENDING ON WS-DA-COUNT.
            10 WS-DA-DEVICE PIC X(10).
            10 WS-DA-SITE PIC X(10).
            10 WS-DA-KEY PIC X(30).

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
    MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
    PERFORM 0100-GET-RUN-PARMS.
    IF WS-RUN-RC < 8
        PERFORM 0200-CHECK-OPERATOR
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1000-LOAD-SWAP-REGISTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1200-LOAD-MASTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1500-OPEN-CHANGE-LOG
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 2000-FIND-CARRY-FREQUENCY
        PERFORM 3000-REWRITE-MASTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 3100-APPEND-SWAP-REGISTER
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 3200-WRITE-NEW-POSITION
        PERFORM 3300-REKEY-TRANS-REG
        PERFORM 3500-REPOINT-ASSIGNMENTS
        PERFORM 3400-LOG-SWAP
        DISPLAY 'SWAP RECORDED: ' WS-OLD-ID ' REPLACED BY '
            WS-NEW-ID ' EFFECTIVE ' WS-EFF-DATE-DISPLAY
    END-IF.
    IF WS-CHGLOG-STATUS = '00'
        CLOSE CHANGE-LOG-FILE
    END-IF.
    MOVE WS-RUN-RC TO RETURN-CODE.
STOP RUN.

0100-GET-RUN-PARMS.
    MOVE SPACES TO WS-PARM-CARD.
    MOVE SPACES TO WS-PARM-OLD.
    MOVE SPACES TO WS-PARM-NEW.
    MOVE SPACES TO WS-PARM-DATE.
    MOVE SPACES TO WS-PARM-WHO.
    MOVE SPACES TO WS-REASON.
    ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
    MOVE 1 TO WS-PARM-PTR.
    IF WS-PARM-CARD NOT = SPACES
        UNSTRING WS-PARM-CARD DELIMITED BY ALL SPACES
            INTO WS-PARM-OLD WS-PARM-NEW WS-PARM-DATE WS-PARM-WHO
            WITH POINTER WS-PARM-PTR
        END-UNSTRING
        IF WS-PARM-PTR <= 160
            MOVE WS-PARM-CARD(WS-PARM-PTR:) TO WS-REASON
        END-IF
    END-IF.
    PERFORM 0150-TAKE-SWAP-PARMS.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSDEVM'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-MASTER-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQSWPR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-SWAP-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQPOSF'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-POSITION-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSEXTR'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-EXTRACT-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'OFFSTREG'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-TRANS-REG-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQDASN'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-ASSIGN-FILE
    END-IF.
    MOVE SPACES TO WS-PARM-ENV.
    ACCEPT WS-PARM-ENV FROM ENVIRONMENT 'FREQDMLOG'.
    IF WS-PARM-ENV NOT = SPACES
        MOVE WS-PARM-ENV TO WS-CHGLOG-FILE
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

0150-TAKE-SWAP-PARMS.
    *> Every field is required: a swap with no reason or no name
    *> against it is exactly the untraceable change the register is
    *> there to prevent.
    MOVE FUNCTION TRIM(WS-REASON) TO WS-REASON.
    IF WS-PARM-OLD = SPACES
        OR WS-PARM-NEW = SPACES
        OR WS-PARM-DATE = SPACES
        OR WS-PARM-WHO = SPACES
        OR WS-REASON = SPACES
        DISPLAY 'FREQSWAP NEEDS: FREQSWAP <old-id> <new-id>'
            ' <effective-date-YYYYMMDD> <who> <reason>'
        MOVE 8 TO WS-RUN-RC
    ELSE
        IF FUNCTION TRIM(WS-PARM-DATE) IS NUMERIC
            AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-DATE)) = 8
            MOVE FUNCTION TRIM(WS-PARM-DATE) TO WS-EFFECTIVE-DATE
        END-IF
        IF WS-EFFECTIVE-DATE = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE) NOT = 0
            DISPLAY 'EFFECTIVE DATE IS NOT A YYYYMMDD DATE: '
                WS-PARM-DATE ' - SWAP REFUSED'
            MOVE 8 TO WS-RUN-RC
        END-IF
        IF WS-PARM-OLD = WS-PARM-NEW
            DISPLAY 'OLD AND NEW DEVICE IDS ARE THE SAME: '
                WS-PARM-OLD ' - SWAP REFUSED'
            MOVE 8 TO WS-RUN-RC
        END-IF
        MOVE WS-PARM-OLD TO WS-OLD-ID
        MOVE WS-PARM-NEW TO WS-NEW-ID
        MOVE WS-PARM-WHO TO WS-WHO
        MOVE WS-EFFECTIVE-DATE TO WS-EFF-DATE-DISPLAY
    END-IF.

0200-CHECK-OPERATOR.
    MOVE WS-WHO TO WS-AUTH-OPERATOR.
    MOVE 'DEVMAINT' TO WS-AUTH-FUNCTION.
    MOVE SPACES TO WS-AUTH-DETAIL.
    STRING 'SWAP ' DELIMITED BY SIZE
           WS-OLD-ID DELIMITED BY SPACE
           ' > ' DELIMITED BY SIZE
           WS-NEW-ID DELIMITED BY SPACE
           INTO WS-AUTH-DETAIL
    END-STRING.
    PERFORM 9000-CHECK-AUTHORITY.
    IF WS-AUTH-GRANTED = 'N'
        DISPLAY 'SWAP REFUSED - NOTHING CHANGED'
        MOVE 8 TO WS-RUN-RC
    END-IF.

1000-LOAD-SWAP-REGISTER.
    *> No register yet is the first swap ever recorded - not an
    *> error.
    OPEN INPUT SWAP-REGISTER-FILE.
    IF WS-SWAP-STATUS = '00'
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ SWAP-REGISTER-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF WS-SWP-COUNT >= WS-SWP-MAX
                        DISPLAY 'SWAP REGISTER TABLE FULL AT '
                            WS-SWP-MAX ' ENTRIES - SWAP REFUSED'
                        MOVE 8 TO WS-RUN-RC
                        MOVE 1 TO FILE-EOF
                    ELSE
                        ADD 1 TO WS-SWP-COUNT
                        MOVE SWP-OLD-ID TO WS-SWP-OLD(WS-SWP-COUNT)
                        MOVE SWP-NEW-ID TO WS-SWP-NEW(WS-SWP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SWAP-REGISTER-FILE
    END-IF.
    IF WS-RUN-RC < 8
        PERFORM 1100-CHECK-REGISTER
    END-IF.

1100-CHECK-REGISTER.
    *> An id is retired once: the old id may itself be a replacement
    *> (a chain), but must not have been replaced already; the new
    *> id must be a new unit, never seen on the register at all, or
    *> the chain would loop back on itself.
    PERFORM VARYING WS-SWP-SUB FROM 1 BY 1
            UNTIL WS-SWP-SUB > WS-SWP-COUNT
        IF WS-SWP-OLD(WS-SWP-SUB) = WS-OLD-ID
            DISPLAY 'DEVICE ' WS-OLD-ID ' WAS ALREADY REPLACED BY '
                WS-SWP-NEW(WS-SWP-SUB) ' - SWAP REFUSED'
            MOVE 8 TO WS-RUN-RC
        END-IF
        IF WS-SWP-OLD(WS-SWP-SUB) = WS-NEW-ID
            OR WS-SWP-NEW(WS-SWP-SUB) = WS-NEW-ID
            DISPLAY 'NEW DEVICE ' WS-NEW-ID ' IS ALREADY ON THE SWAP'
                ' REGISTER - SWAP REFUSED'
            MOVE 8 TO WS-RUN-RC
        END-IF
    END-PERFORM.

1200-LOAD-MASTER.
    OPEN INPUT DEVICE-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'DEVICE MASTER NOT FOUND: '
            FUNCTION TRIM(WS-MASTER-FILE) ' - SWAP REFUSED'
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE 0 TO WS-DM-EOF
        PERFORM UNTIL WS-DM-EOF = 1
            READ DEVICE-MASTER-FILE
                AT END MOVE 1 TO WS-DM-EOF
                NOT AT END PERFORM 1250-STORE-MASTER-CARD
            END-READ
        END-PERFORM
        CLOSE DEVICE-MASTER-FILE
        IF WS-RUN-RC < 8
            PERFORM 1300-CHECK-MASTER
        END-IF
    END-IF.

1250-STORE-MASTER-CARD.
    *> The master is rewritten whole, so a card that does not fit the
    *> table would be lost - the swap is refused instead.
    EVALUATE TRUE
        WHEN DM-DEVICE-ID = SPACES
            CONTINUE
        WHEN WS-DM-COUNT >= WS-DM-MAX-ENTRIES
            DISPLAY 'DEVICE MASTER TABLE FULL AT ' WS-DM-MAX-ENTRIES
                ' ENTRIES - SWAP REFUSED'
            MOVE 8 TO WS-RUN-RC
            MOVE 1 TO WS-DM-EOF
        WHEN OTHER
            ADD 1 TO WS-DM-COUNT
            MOVE DEVICE-MASTER-RECORD TO WS-DM-ENTRY(WS-DM-COUNT)
            IF DM-DEVICE-ID = WS-OLD-ID
                MOVE WS-DM-COUNT TO WS-DM-HIT
            END-IF
            IF DM-DEVICE-ID = WS-NEW-ID
                MOVE WS-DM-COUNT TO WS-DM-NEW-HIT
            END-IF
    END-EVALUATE.

1300-CHECK-MASTER.
    *> The old card may already have been deactivated through
    *> FREQDEVM when the unit failed - the swap still carries it.
    IF WS-DM-HIT = 0
        DISPLAY 'DEVICE ' WS-OLD-ID ' IS NOT ON THE DEVICE MASTER'
            ' - SWAP REFUSED'
        MOVE 8 TO WS-RUN-RC
    ELSE
        IF WS-DM-STATUS(WS-DM-HIT) = 'I'
            DISPLAY 'NOTE: ' WS-OLD-ID ' IS ALREADY DEACTIVATED -'
                ' ITS CARD IS CARRIED ACROSS AS ACTIVE'
        END-IF
    END-IF.
    IF WS-DM-NEW-HIT > 0
        DISPLAY 'DEVICE ' WS-NEW-ID ' IS ALREADY ON THE DEVICE'
            ' MASTER - SWAP REFUSED'
        MOVE 8 TO WS-RUN-RC
    END-IF.

1500-OPEN-CHANGE-LOG.
    OPEN EXTEND CHANGE-LOG-FILE.
    IF WS-CHGLOG-STATUS NOT = '00'
        OPEN OUTPUT CHANGE-LOG-FILE
    END-IF.
    IF WS-CHGLOG-STATUS NOT = '00'
        DISPLAY 'CHANGE LOG COULD NOT BE OPENED: ' WS-CHGLOG-FILE
            ' - NO SWAP WITHOUT A LOG'
        MOVE 8 TO WS-RUN-RC
    END-IF.

2000-FIND-CARRY-FREQUENCY.
    *> The old id's current position is its latest published
    *> frequency. With no position file, or the old id not on it,
    *> the extract is scanned the way the carry-forward seed always
    *> was: latest run date and run sequence, the later row on ties.
    MOVE 'N' TO WS-CARRY-FOUND.
    OPEN INPUT POSITION-FILE.
    IF WS-POSITION-STATUS = '00'
        MOVE WS-OLD-ID TO POS-DEVICE-ID
        READ POSITION-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CARRY-FOUND
                MOVE POS-RUN-DATE TO WS-CARRY-DATE
                MOVE POS-RUN-SEQ TO WS-CARRY-SEQ
                COMPUTE WS-CARRY-FREQ =
                    FUNCTION NUMVAL(POS-FREQUENCY)
        END-READ
        CLOSE POSITION-FILE
    END-IF.
    IF WS-CARRY-FOUND = 'N'
        PERFORM 2100-SCAN-EXTRACT
    END-IF.
    MOVE WS-CARRY-FREQ TO WS-CARRY-DISPLAY.
    IF WS-CARRY-FOUND = 'Y'
        DISPLAY 'CARRY-FORWARD: ' WS-NEW-ID ' TAKES '
            FUNCTION TRIM(WS-CARRY-DISPLAY) ' FROM ' WS-OLD-ID
    ELSE
        DISPLAY 'CARRY-FORWARD: NO PRIOR FREQUENCY FOR ' WS-OLD-ID
            ' - ' WS-NEW-ID ' STARTS AT ZERO'
        IF WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.

2100-SCAN-EXTRACT.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-STATUS = '00'
        MOVE 0 TO FILE-EOF
        PERFORM UNTIL FILE-EOF = 1
            READ EXTRACT-FILE
                AT END MOVE 1 TO FILE-EOF
                NOT AT END
                    IF EXTRACT-DEVICE-ID = WS-OLD-ID
                        AND EXTRACT-RUN-DATE IS NUMERIC
                        IF EXTRACT-RUN-SEQ IS NUMERIC
                            MOVE EXTRACT-RUN-SEQ TO WS-EXTR-SEQ
                        ELSE
                            MOVE 0 TO WS-EXTR-SEQ
                        END-IF
                        IF EXTRACT-RUN-DATE > WS-CARRY-DATE
                            OR (EXTRACT-RUN-DATE = WS-CARRY-DATE
                            AND WS-EXTR-SEQ >= WS-CARRY-SEQ)
                            MOVE 'Y' TO WS-CARRY-FOUND
                            MOVE EXTRACT-RUN-DATE TO WS-CARRY-DATE
                            MOVE WS-EXTR-SEQ TO WS-CARRY-SEQ
                            COMPUTE WS-CARRY-FREQ =
                                FUNCTION NUMVAL(EXTRACT-FREQUENCY)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXTRACT-FILE
    END-IF.

3000-REWRITE-MASTER.
    OPEN OUTPUT DEVICE-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = '00'
        DISPLAY 'DEVICE MASTER COULD NOT BE REWRITTEN: '
            WS-MASTER-FILE ' (STATUS ' WS-MASTER-STATUS ')'
            ' - SWAP NOT RECORDED'
        MOVE 8 TO WS-RUN-RC
    ELSE
        PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                UNTIL WS-DM-SUB > WS-DM-COUNT
            MOVE WS-DM-ENTRY(WS-DM-SUB) TO DEVICE-MASTER-RECORD
            IF WS-DM-SUB = WS-DM-HIT
                MOVE 'I' TO DM-STATUS
                WRITE DEVICE-MASTER-RECORD
                MOVE WS-NEW-ID TO DM-DEVICE-ID
                MOVE SPACE TO DM-STATUS
            END-IF
            WRITE DEVICE-MASTER-RECORD
        END-PERFORM
        CLOSE DEVICE-MASTER-FILE
    END-IF.

3100-APPEND-SWAP-REGISTER.
    OPEN EXTEND SWAP-REGISTER-FILE.
    IF WS-SWAP-STATUS NOT = '00'
        OPEN OUTPUT SWAP-REGISTER-FILE
    END-IF.
    IF WS-SWAP-STATUS NOT = '00'
        DISPLAY 'SWAP REGISTER COULD NOT BE OPENED: ' WS-SWAP-FILE
            ' (STATUS ' WS-SWAP-STATUS ') - DEVICE MASTER ALREADY'
            ' REWRITTEN: RECORD THE SWAP BY HAND'
        MOVE 8 TO WS-RUN-RC
    ELSE
        MOVE WS-OLD-ID TO SWP-OLD-ID
        MOVE WS-NEW-ID TO SWP-NEW-ID
        MOVE WS-EFFECTIVE-DATE TO SWP-EFFECTIVE-DATE
        MOVE WS-REASON TO SWP-REASON
        MOVE WS-WHO TO SWP-ACTIONED-BY
        MOVE WS-RUN-DATE TO SWP-ACTIONED-DATE
        MOVE WS-CARRY-FREQ TO SWP-CARRIED-FREQ
        WRITE SWAP-REGISTER-RECORD
        CLOSE SWAP-REGISTER-FILE
    END-IF.

3200-WRITE-NEW-POSITION.
    *> The new id takes the old id's position as its own - same run
    *> date, sequence, and frequency - so FREQUENCY seeds the new
    *> unit's first run with it. Should the position file be
    *> unavailable FREQUENCY still finds the frequency through the
    *> register, so this is a warning, not a failure.
    IF WS-CARRY-FOUND = 'Y'
        OPEN I-O POSITION-FILE
        IF WS-POSITION-STATUS = '35'
            OPEN OUTPUT POSITION-FILE
            IF WS-POSITION-STATUS = '00'
                CLOSE POSITION-FILE
                OPEN I-O POSITION-FILE
            END-IF
        END-IF
        IF WS-POSITION-STATUS NOT = '00'
            DISPLAY 'CURRENT-POSITION FILE COULD NOT BE OPENED: '
                FUNCTION TRIM(WS-POSITION-FILE) ' (STATUS '
                WS-POSITION-STATUS ') - ' WS-NEW-ID
                ' WILL BE SEEDED THROUGH THE SWAP REGISTER'
        ELSE
            MOVE WS-NEW-ID TO POS-DEVICE-ID
            MOVE WS-CARRY-DATE TO POS-RUN-DATE
            MOVE WS-CARRY-SEQ TO POS-RUN-SEQ
            MOVE WS-CARRY-FREQ TO POS-FREQUENCY
            WRITE POSITION-RECORD
                INVALID KEY
                    DISPLAY 'NOTE: ' WS-NEW-ID ' ALREADY HAS A'
                        ' CURRENT POSITION - LEFT AS IT IS'
                NOT INVALID KEY
                    MOVE 'Y' TO WS-POSITION-DONE
            END-WRITE
            CLOSE POSITION-FILE
        END-IF
        IF WS-POSITION-DONE = 'N' AND WS-RUN-RC < 4
            MOVE 4 TO WS-RUN-RC
        END-IF
    END-IF.

3300-REKEY-TRANS-REG.
    *> The register row carries the last header creation date taken
    *> from the site for this device; under the new id the site's
    *> next file is still held to it. A row the new id already holds
    *> for the same site is kept and the old row left alone.
    MOVE 0 TO WS-TREG-COUNT.
    OPEN INPUT TRANS-REG-FILE.
    IF WS-TRANS-REG-STATUS NOT = '00'
        DISPLAY 'NO PROCESSED-TRANSMISSIONS REGISTER AT '
            FUNCTION TRIM(WS-TRANS-REG-FILE) ' - NOTHING TO RE-KEY'
    ELSE
        MOVE 0 TO WS-TREG-EOF
        PERFORM UNTIL WS-TREG-EOF = 1
            READ TRANS-REG-FILE
                AT END MOVE 1 TO WS-TREG-EOF
                NOT AT END
                    IF WS-TREG-COUNT >= WS-TREG-MAX
                        DISPLAY 'TRANSMISSION REGISTER FULL AT '
                            WS-TREG-MAX ' ENTRIES - NOT RE-KEYED'
                        MOVE 0 TO WS-TREG-COUNT
                        MOVE 1 TO WS-TREG-EOF
                    ELSE
                        ADD 1 TO WS-TREG-COUNT
                        MOVE TR-SITE-ID
                            TO WS-TREG-SITE(WS-TREG-COUNT)
                        MOVE TR-DEVICE-ID
                            TO WS-TREG-DEVICE(WS-TREG-COUNT)
                        MOVE TR-LAST-DATE
                            TO WS-TREG-DATE(WS-TREG-COUNT)
                        MOVE TR-LAST-RECS
                            TO WS-TREG-RECS(WS-TREG-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRANS-REG-FILE
        PERFORM VARYING WS-TREG-SUB FROM 1 BY 1
                UNTIL WS-TREG-SUB > WS-TREG-COUNT
            IF WS-TREG-DEVICE(WS-TREG-SUB) = WS-OLD-ID
                PERFORM 3350-REKEY-ONE-ROW
            END-IF
        END-PERFORM
        IF WS-TREG-REKEYED > 0
            OPEN OUTPUT TRANS-REG-FILE
            IF WS-TRANS-REG-STATUS NOT = '00'
                DISPLAY 'PROCESSED-TRANSMISSIONS REGISTER COULD NOT'
                    ' BE REWRITTEN: ' WS-TRANS-REG-FILE
                MOVE 8 TO WS-RUN-RC
            ELSE
                PERFORM VARYING WS-TREG-SUB FROM 1 BY 1
                        UNTIL WS-TREG-SUB > WS-TREG-COUNT
                    MOVE WS-TREG-SITE(WS-TREG-SUB) TO TR-SITE-ID
                    MOVE WS-TREG-DEVICE(WS-TREG-SUB) TO TR-DEVICE-ID
                    MOVE WS-TREG-DATE(WS-TREG-SUB) TO TR-LAST-DATE
                    MOVE WS-TREG-RECS(WS-TREG-SUB) TO TR-LAST-RECS
                    WRITE TRANS-REG-RECORD
                END-PERFORM
                CLOSE TRANS-REG-FILE
                DISPLAY 'PROCESSED-TRANSMISSIONS REGISTER: '
                    WS-TREG-REKEYED ' ROW(S) RE-KEYED TO ' WS-NEW-ID
            END-IF
        END-IF
    END-IF.

3350-REKEY-ONE-ROW.
    MOVE 'N' TO WS-TREG-CLASH.
    PERFORM VARYING WS-TREG-SUB-2 FROM 1 BY 1
            UNTIL WS-TREG-SUB-2 > WS-TREG-COUNT
        IF WS-TREG-SITE(WS-TREG-SUB-2) = WS-TREG-SITE(WS-TREG-SUB)
            AND WS-TREG-DEVICE(WS-TREG-SUB-2) = WS-NEW-ID
            MOVE 'Y' TO WS-TREG-CLASH
        END-IF
    END-PERFORM.
    IF WS-TREG-CLASH = 'Y'
        DISPLAY 'NOTE: ' WS-NEW-ID ' ALREADY HAS A REGISTER ROW FOR'
            ' SITE ' WS-TREG-SITE(WS-TREG-SUB) ' - ' WS-OLD-ID
            ' ROW LEFT AS IT IS'
    ELSE
        MOVE WS-NEW-ID TO WS-TREG-DEVICE(WS-TREG-SUB)
        ADD 1 TO WS-TREG-REKEYED
    END-IF.

3400-LOG-SWAP.
    PERFORM 3900-STAMP-LOG-TIME.
    MOVE SPACES TO CHANGE-LOG-LINE.
    STRING WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-RUN-TIME-DISPLAY DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-WHO DELIMITED BY SIZE
           ' SWAP   ' DELIMITED BY SIZE
           WS-OLD-ID DELIMITED BY SIZE
           '>' DELIMITED BY SIZE
           WS-NEW-ID DELIMITED BY SIZE
           ' EFF=' DELIMITED BY SIZE
           WS-EFF-DATE-DISPLAY DELIMITED BY SIZE
           ' FREQ=' DELIMITED BY SIZE
           WS-CARRY-DISPLAY DELIMITED BY SIZE
           ' DASN=' DELIMITED BY SIZE
           WS-DA-REPOINTED DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-REASON DELIMITED BY SIZE
           INTO CHANGE-LOG-LINE
    END-STRING.
    WRITE CHANGE-LOG-LINE.

3500-REPOINT-ASSIGNMENTS.
    *> FREQINTK lists each site's files under the device its
    *> assignment card names; left on the old id, the new unit's
    *> files would be listed under a retired card, past the header-
    *> date guard and FREQUENCY's tolerance check. A card the new id
    *> already holds for the same site is kept and the old id's card
    *> dropped, so the site is not matched to the device twice.
    MOVE 0 TO WS-DA-COUNT.
    OPEN INPUT ASSIGN-FILE.
    IF WS-ASSIGN-STATUS NOT = '00'
        DISPLAY 'NO DEVICE ASSIGNMENT TABLE AT '
            FUNCTION TRIM(WS-ASSIGN-FILE) ' - NOTHING TO REPOINT'
    ELSE
        MOVE 0 TO WS-DA-EOF
        PERFORM UNTIL WS-DA-EOF = 1
            READ ASSIGN-FILE
                AT END MOVE 1 TO WS-DA-EOF
                NOT AT END
                    IF WS-DA-COUNT >= WS-DA-MAX
                        DISPLAY 'ASSIGNMENT TABLE FULL AT '
                            WS-DA-MAX ' ENTRIES - NOT REPOINTED'
                        MOVE 0 TO WS-DA-COUNT
                        MOVE 1 TO WS-DA-EOF
                    ELSE
                        ADD 1 TO WS-DA-COUNT
                        MOVE DA-DEVICE-ID
                            TO WS-DA-DEVICE(WS-DA-COUNT)
                        MOVE DA-SITE-ID TO WS-DA-SITE(WS-DA-COUNT)
                        MOVE DA-FILE-KEY TO WS-DA-KEY(WS-DA-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ASSIGN-FILE
        PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                UNTIL WS-DA-SUB > WS-DA-COUNT
            IF WS-DA-DEVICE(WS-DA-SUB) = WS-OLD-ID
                PERFORM 3550-REPOINT-ONE-CARD
            END-IF
        END-PERFORM
        IF WS-DA-REPOINTED > 0 OR WS-DA-DROPPED > 0
            OPEN OUTPUT ASSIGN-FILE
            IF WS-ASSIGN-STATUS NOT = '00'
                DISPLAY 'DEVICE ASSIGNMENT TABLE COULD NOT BE'
                    ' REWRITTEN: ' WS-ASSIGN-FILE
                MOVE 8 TO WS-RUN-RC
            ELSE
                PERFORM VARYING WS-DA-SUB FROM 1 BY 1
                        UNTIL WS-DA-SUB > WS-DA-COUNT
                    IF WS-DA-DEVICE(WS-DA-SUB) NOT = SPACES
                        MOVE WS-DA-DEVICE(WS-DA-SUB) TO DA-DEVICE-ID
                        MOVE WS-DA-SITE(WS-DA-SUB) TO DA-SITE-ID
                        MOVE WS-DA-KEY(WS-DA-SUB) TO DA-FILE-KEY
                        WRITE ASSIGN-RECORD
                    END-IF
                END-PERFORM
                CLOSE ASSIGN-FILE
                DISPLAY 'DEVICE ASSIGNMENT TABLE: ' WS-DA-REPOINTED
                    ' CARD(S) REPOINTED TO ' WS-NEW-ID ', '
                    WS-DA-DROPPED ' DROPPED'
            END-IF
        END-IF
    END-IF.

3550-REPOINT-ONE-CARD.
    MOVE 'N' TO WS-DA-CLASH.
    PERFORM VARYING WS-DA-SUB-2 FROM 1 BY 1
            UNTIL WS-DA-SUB-2 > WS-DA-COUNT
        IF WS-DA-SITE(WS-DA-SUB-2) = WS-DA-SITE(WS-DA-SUB)
            AND WS-DA-DEVICE(WS-DA-SUB-2) = WS-NEW-ID
            MOVE 'Y' TO WS-DA-CLASH
        END-IF
    END-PERFORM.
    IF WS-DA-CLASH = 'Y'
        DISPLAY 'NOTE: ' WS-NEW-ID ' ALREADY HAS AN ASSIGNMENT CARD'
            ' FOR SITE ' WS-DA-SITE(WS-DA-SUB) ' - ' WS-OLD-ID
            ' CARD DROPPED'
        MOVE SPACES TO WS-DA-DEVICE(WS-DA-SUB)
        ADD 1 TO WS-DA-DROPPED
    ELSE
        MOVE WS-NEW-ID TO WS-DA-DEVICE(WS-DA-SUB)
        ADD 1 TO WS-DA-REPOINTED
    END-IF.

3900-STAMP-LOG-TIME.
    ACCEPT WS-RUN-TIME FROM TIME.
    MOVE SPACES TO WS-RUN-TIME-DISPLAY.
    STRING WS-RUN-TIME-HH DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-RUN-TIME-MM DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-RUN-TIME-SS DELIMITED BY SIZE
           INTO WS-RUN-TIME-DISPLAY
    END-STRING.

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
        MOVE 'FREQSWAP' TO SEC-PROGRAM
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
