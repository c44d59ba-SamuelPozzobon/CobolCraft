*> --- RegionScan-Run ---
*> The offline integrity sweep over the Anvil files Chunks-TickEviction
*> and Region-ExportFile keep rewriting under save/regions, so a torn
*> write turns up in a report instead of in front of a player. There is
*> no directory-listing primitive, so, the same way MapRender-Run walks
*> a radius around spawn, this probes every r.<x>.<z>.mca within
*> region-scan-radius regions of the spawn region. For each file found:
*>   - the file must hold the 8 KiB header and a whole number of 4 KiB
*>     sectors
*>   - a location entry is either empty (offset and count both zero) or
*>     points at sectors past the header and inside the file, and no two
*>     chunks may claim the same sector
*>   - a timestamp may be zero (this server's writer never fills them
*>     in) but not in the future, and an empty entry carries none
*>   - the chunk's length field must be non-zero and fit the sectors it
*>     was given, and its compression byte must be zlib (2) or none (3);
*>     gzip (1) and externally stored (.mcc) chunks are legal Anvil but
*>     nothing here can open them, so they are noted rather than judged
*>   - the payload must inflate and walk cleanly through NbtDecode-Next
*>     as a single root compound, without running off its own end
*> Every finding is one line of the dated report under save/logs. With
*> region-scan-quarantine=true each bad chunk's sectors are also copied,
*> header entry and all, into a region file of the same name under
*> save/regions/quarantine/<run stamp>/, and its location and timestamp
*> entries are cleared in the live file (rewritten through a temp file
*> and a rename), so the server regenerates that chunk instead of
*> tripping over it. Refuses to run while save/server.lock is held.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegionScan-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    COPY DD-NBT-DECODER.
    01 REPORT-FILE-NAME          PIC X(64).
    01 REGION-FILE-NAME          PIC X(64).
    01 TEMP-FILE-NAME            PIC X(64).
    01 QUARANTINE-DIR            PIC X(64).
    01 QUARANTINE-FILE-NAME      PIC X(96).
    01 RUN-STAMP                 PIC X(14).
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    01 QUARANTINE-SETTING        PIC X(8).
    01 QUARANTINE-MODE           BINARY-CHAR UNSIGNED.
    01 QUARANTINE-DIR-MADE       BINARY-CHAR UNSIGNED.
    01 SCAN-RADIUS               BINARY-LONG-LONG.
    01 SPAWN-X-CONFIG            BINARY-LONG-LONG.
    01 SPAWN-Z-CONFIG            BINARY-LONG-LONG.
    01 CENTRE-REGION-X           BINARY-LONG.
    01 CENTRE-REGION-Z           BINARY-LONG.
    01 FIRST-REGION-X            BINARY-LONG.
    01 LAST-REGION-X             BINARY-LONG.
    01 FIRST-REGION-Z            BINARY-LONG.
    01 LAST-REGION-Z             BINARY-LONG.
    01 REGION-X                  BINARY-LONG.
    01 REGION-Z                  BINARY-LONG.
    01 REGION-X-DISPLAY          PIC -(9)9.
    01 REGION-Z-DISPLAY          PIC -(9)9.
    01 REGION-LABEL              PIC X(32).
    *> the region file as read, and the quarantine copy built from it
    01 MAX-REGION-BYTES          BINARY-LONG UNSIGNED VALUE 67108864.
    01 REGION-BUFFER             PIC X(67108864).
    01 REGION-BYTES-READ         BINARY-LONG UNSIGNED.
    01 REGION-FILE-SIZE          BINARY-LONG-LONG.
    01 REGION-SECTORS            BINARY-LONG UNSIGNED.
    01 QUARANTINE-BUFFER         PIC X(67108864).
    01 QUARANTINE-BYTES          BINARY-LONG UNSIGNED.
    01 QUARANTINE-NEXT-SECTOR    BINARY-LONG UNSIGNED.
    01 QUARANTINE-FITS           BINARY-CHAR UNSIGNED.
    *> which chunk claims each sector: header entry index + 1, 0 = free
    01 SECTOR-OWNERS.
        05 SECTOR-OWNER OCCURS 16384 TIMES BINARY-SHORT UNSIGNED.
    01 SECTOR-INDEX              BINARY-LONG UNSIGNED.
    01 OTHER-ENTRY               BINARY-LONG UNSIGNED.
    *> per header entry: " " sound or empty, "B" bad, "N" noted only
    01 CHUNK-STATES.
        05 CHUNK-STATE OCCURS 1024 TIMES.
            10 CHUNK-VERDICT     PIC X.
            10 CHUNK-REASON      PIC X(64).
    01 ENTRY-INDEX               BINARY-LONG UNSIGNED.
    01 ENTRY-SLOT                BINARY-LONG UNSIGNED.
    01 HEADER-OFFSET             BINARY-LONG UNSIGNED.
    01 SECTOR-OFFSET             BINARY-LONG UNSIGNED.
    01 SECTOR-COUNT              BINARY-LONG UNSIGNED.
    01 CHUNK-TIMESTAMP           BINARY-LONG-LONG.
    01 CHUNK-BYTE-OFFSET         BINARY-LONG UNSIGNED.
    01 CHUNK-LENGTH              BINARY-LONG UNSIGNED.
    01 COMPRESSION-SCHEME        BINARY-LONG UNSIGNED.
    01 COMPRESSED-LENGTH         BINARY-LONG UNSIGNED.
    *> room past the payload for the decoder's look-ahead on a bad length
    01 CHUNK-NBT-BUFFER          PIC X(1310720).
    01 CHUNK-NBT-LENGTH          BINARY-LONG UNSIGNED.
    01 NBT-TAG-TYPE              BINARY-CHAR UNSIGNED.
    01 NBT-NAME                  PIC X(65536).
    01 NBT-NAME-LEN              BINARY-LONG UNSIGNED.
    01 NBT-VALUE-LONG            BINARY-LONG-LONG.
    01 NBT-VALUE-FLOAT           FLOAT-SHORT.
    01 NBT-VALUE-DOUBLE          FLOAT-LONG.
    01 NBT-VALUE-STR             PIC X(65536).
    01 NBT-VALUE-STR-LEN         BINARY-LONG UNSIGNED.
    01 NBT-ARRAY-LEN             BINARY-LONG UNSIGNED.
    01 NBT-LIST-ELEMENT-TYPE     BINARY-CHAR UNSIGNED.
    01 NBT-FAILED                BINARY-CHAR UNSIGNED.
    *> how much of NBT-NAME/NBT-VALUE-STR the next tag can fill: a
    *> mangled length must not be copied past the end of either
    01 PEEK-OFFSET               BINARY-LONG UNSIGNED.
    01 PEEK-TAG                  BINARY-LONG UNSIGNED.
    01 PEEK-LENGTH               BINARY-LONG UNSIGNED.
    01 PEEK-STRING-LENGTH        BINARY-LONG UNSIGNED.
    01 TEXT-ROOM                 BINARY-LONG UNSIGNED.
    01 NOW-EPOCH                 BINARY-LONG-LONG.
    01 TODAY-INTEGER             PIC 9(8).
    01 RENAME-STATUS             BINARY-LONG.
    *> one report line
    01 CHUNK-X-DISPLAY           PIC -(9)9.
    01 CHUNK-Z-DISPLAY           PIC -(9)9.
    01 NUMBER-DISPLAY            PIC Z(8)9.
    01 NUMBER-DISPLAY-2          PIC Z(8)9.
    01 EXCEPTION-KIND            PIC X(12).
    01 EXCEPTION-SUBJECT         PIC X(40).
    01 EXCEPTION-DETAIL          PIC X(64).
    01 EXCEPTION-COUNT           BINARY-LONG UNSIGNED.
    01 FILES-SCANNED             BINARY-LONG UNSIGNED.
    01 CHUNKS-SCANNED            BINARY-LONG UNSIGNED.
    01 REGION-BAD-COUNT          BINARY-LONG UNSIGNED.
    01 QUARANTINED-COUNT         BINARY-LONG UNSIGNED.
    01 COUNT-DISPLAY             PIC Z(8)9.

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "region scan refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "Config-Load"
    CALL "Config-GetNumber" USING "region-scan-radius" 8 SCAN-RADIUS
    IF SCAN-RADIUS < 0
        MOVE 8 TO SCAN-RADIUS
    END-IF
    CALL "Config-GetString" USING "region-scan-quarantine" "false"
        QUARANTINE-SETTING
    IF FUNCTION UPPER-CASE(FUNCTION TRIM(QUARANTINE-SETTING)) = "TRUE"
        MOVE 1 TO QUARANTINE-MODE
    ELSE
        MOVE 0 TO QUARANTINE-MODE
    END-IF
    CALL "Config-GetNumber" USING "spawn-x" 0 SPAWN-X-CONFIG
    CALL "Config-GetNumber" USING "spawn-z" 0 SPAWN-Z-CONFIG
    *> a region is 512 blocks a side; round toward negative infinity
    IF SPAWN-X-CONFIG >= 0
        COMPUTE CENTRE-REGION-X = SPAWN-X-CONFIG / 512
    ELSE
        COMPUTE CENTRE-REGION-X = (SPAWN-X-CONFIG - 511) / 512
    END-IF
    IF SPAWN-Z-CONFIG >= 0
        COMPUTE CENTRE-REGION-Z = SPAWN-Z-CONFIG / 512
    ELSE
        COMPUTE CENTRE-REGION-Z = (SPAWN-Z-CONFIG - 511) / 512
    END-IF

    *> Anvil timestamps are Unix seconds; allow a day for clock and
    *> time-zone slack before calling one "in the future"
    MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
    MOVE RUN-STAMP(1:8) TO TODAY-INTEGER
    COMPUTE NOW-EPOCH =
        (FUNCTION INTEGER-OF-DATE(TODAY-INTEGER)
            - FUNCTION INTEGER-OF-DATE(19700101)) * 86400
        + FUNCTION NUMVAL(RUN-STAMP(9:2)) * 3600
        + FUNCTION NUMVAL(RUN-STAMP(11:2)) * 60
        + FUNCTION NUMVAL(RUN-STAMP(13:2))

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/region-scan-" DELIMITED BY SIZE
        RUN-STAMP(1:8) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME
    MOVE SPACES TO QUARANTINE-DIR
    STRING "save/regions/quarantine/" RUN-STAMP
        DELIMITED BY SIZE INTO QUARANTINE-DIR
    MOVE 0 TO QUARANTINE-DIR-MADE
    MOVE 0 TO EXCEPTION-COUNT
    MOVE 0 TO FILES-SCANNED
    MOVE 0 TO CHUNKS-SCANNED
    MOVE 0 TO QUARANTINED-COUNT

    OPEN EXTEND FD-REPORT
    MOVE SPACES TO REPORT-LINE
    IF QUARANTINE-MODE NOT = 0
        STRING "region scan (quarantine) " RUN-STAMP
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "region scan " RUN-STAMP
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE

    COMPUTE FIRST-REGION-X = CENTRE-REGION-X - SCAN-RADIUS
    COMPUTE LAST-REGION-X = CENTRE-REGION-X + SCAN-RADIUS
    COMPUTE FIRST-REGION-Z = CENTRE-REGION-Z - SCAN-RADIUS
    COMPUTE LAST-REGION-Z = CENTRE-REGION-Z + SCAN-RADIUS
    PERFORM VARYING REGION-Z FROM FIRST-REGION-Z BY 1
            UNTIL REGION-Z > LAST-REGION-Z
        PERFORM VARYING REGION-X FROM FIRST-REGION-X BY 1
                UNTIL REGION-X > LAST-REGION-X
            PERFORM PROBE-REGION-FILE
        END-PERFORM
    END-PERFORM

    PERFORM WRITE-SUMMARY
    CLOSE FD-REPORT
    GOBACK.

PROBE-REGION-FILE.
    MOVE REGION-X TO REGION-X-DISPLAY
    MOVE REGION-Z TO REGION-Z-DISPLAY
    MOVE SPACES TO REGION-LABEL
    STRING "r." FUNCTION TRIM(REGION-X-DISPLAY) "."
        FUNCTION TRIM(REGION-Z-DISPLAY) ".mca"
        DELIMITED BY SIZE INTO REGION-LABEL
    MOVE SPACES TO REGION-FILE-NAME
    STRING "save/regions/" FUNCTION TRIM(REGION-LABEL)
        DELIMITED BY SIZE INTO REGION-FILE-NAME
    CALL "CBL_CHECK_FILE_EXIST" USING REGION-FILE-NAME FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO FILES-SCANNED
    MOVE FILE-EXIST-SIZE TO REGION-FILE-SIZE
    MOVE REGION-LABEL TO EXCEPTION-SUBJECT

    IF REGION-FILE-SIZE > MAX-REGION-BYTES
        MOVE "CAPACITY" TO EXCEPTION-KIND
        MOVE "file larger than the 64 MiB scan buffer, not scanned"
            TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF REGION-FILE-SIZE < 8192
        MOVE "BAD" TO EXCEPTION-KIND
        MOVE "file shorter than its 8 KiB header" TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION MOD(REGION-FILE-SIZE, 4096) NOT = 0
        MOVE "BAD" TO EXCEPTION-KIND
        MOVE "file length not a whole number of 4 KiB sectors"
            TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
    END-IF

    MOVE LOW-VALUES TO REGION-BUFFER(1:8192)
    CALL "Files-ReadAll" USING REGION-FILE-NAME REGION-BUFFER
        REGION-BYTES-READ
    *> a torn final sector still counts only up to where it stops
    COMPUTE REGION-SECTORS = REGION-FILE-SIZE / 4096
    IF REGION-BYTES-READ < 8192
        MOVE "BAD" TO EXCEPTION-KIND
        MOVE "header could not be read back" TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    PERFORM CHECK-HEADER-TABLES
    PERFORM CHECK-CHUNK-PAYLOADS
    PERFORM REPORT-REGION-CHUNKS
    IF QUARANTINE-MODE NOT = 0 AND REGION-BAD-COUNT > 0
        PERFORM QUARANTINE-REGION
    END-IF.

CHECK-HEADER-TABLES.
    *> location and timestamp tables, and who owns which sector
    INITIALIZE SECTOR-OWNERS
    MOVE SPACES TO CHUNK-STATES
    PERFORM VARYING ENTRY-INDEX FROM 0 BY 1 UNTIL ENTRY-INDEX > 1023
        COMPUTE ENTRY-SLOT = ENTRY-INDEX + 1
        PERFORM READ-HEADER-ENTRY
        EVALUATE TRUE
            WHEN SECTOR-OFFSET = 0 AND SECTOR-COUNT = 0
                IF CHUNK-TIMESTAMP NOT = 0
                    MOVE "N" TO CHUNK-VERDICT(ENTRY-SLOT)
                    MOVE "timestamp set on an empty entry"
                        TO CHUNK-REASON(ENTRY-SLOT)
                END-IF
            WHEN SECTOR-OFFSET = 0 OR SECTOR-COUNT = 0
                MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
                MOVE "location entry half empty"
                    TO CHUNK-REASON(ENTRY-SLOT)
            WHEN SECTOR-OFFSET < 2
                MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
                MOVE "location points into the header"
                    TO CHUNK-REASON(ENTRY-SLOT)
            WHEN SECTOR-OFFSET + SECTOR-COUNT > REGION-SECTORS
                MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
                MOVE "location runs past the end of the file"
                    TO CHUNK-REASON(ENTRY-SLOT)
            WHEN CHUNK-TIMESTAMP > NOW-EPOCH + 86400
                MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
                MOVE "timestamp in the future"
                    TO CHUNK-REASON(ENTRY-SLOT)
            WHEN OTHER
                ADD 1 TO CHUNKS-SCANNED
                PERFORM CLAIM-CHUNK-SECTORS
        END-EVALUATE
    END-PERFORM.

READ-HEADER-ENTRY.
    COMPUTE HEADER-OFFSET = ENTRY-INDEX * 4 + 1
    COMPUTE SECTOR-OFFSET =
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET:1)) - 1) * 65536 +
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 1:1)) - 1) * 256 +
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 2:1)) - 1)
    COMPUTE SECTOR-COUNT =
        FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 3:1)) - 1
    COMPUTE CHUNK-TIMESTAMP =
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 4096:1)) - 1) * 16777216 +
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 4097:1)) - 1) * 65536 +
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 4098:1)) - 1) * 256 +
        (FUNCTION ORD(REGION-BUFFER(HEADER-OFFSET + 4099:1)) - 1).

CLAIM-CHUNK-SECTORS.
    *> a sector two chunks both claim holds at most one of them, and
    *> there's no telling which - both are bad
    PERFORM VARYING SECTOR-INDEX FROM SECTOR-OFFSET BY 1
            UNTIL SECTOR-INDEX >= SECTOR-OFFSET + SECTOR-COUNT
        IF SECTOR-OWNER(SECTOR-INDEX + 1) = 0
            MOVE ENTRY-SLOT TO SECTOR-OWNER(SECTOR-INDEX + 1)
        ELSE
            MOVE SECTOR-OWNER(SECTOR-INDEX + 1) TO OTHER-ENTRY
            MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
            MOVE "sectors overlap another chunk"
                TO CHUNK-REASON(ENTRY-SLOT)
            MOVE "B" TO CHUNK-VERDICT(OTHER-ENTRY)
            MOVE "sectors overlap another chunk"
                TO CHUNK-REASON(OTHER-ENTRY)
        END-IF
    END-PERFORM.

CHECK-CHUNK-PAYLOADS.
    PERFORM VARYING ENTRY-INDEX FROM 0 BY 1 UNTIL ENTRY-INDEX > 1023
        COMPUTE ENTRY-SLOT = ENTRY-INDEX + 1
        PERFORM READ-HEADER-ENTRY
        IF CHUNK-VERDICT(ENTRY-SLOT) = SPACE
                AND SECTOR-OFFSET NOT = 0 AND SECTOR-COUNT NOT = 0
            PERFORM CHECK-ONE-PAYLOAD
        END-IF
    END-PERFORM.

CHECK-ONE-PAYLOAD.
    COMPUTE CHUNK-BYTE-OFFSET = SECTOR-OFFSET * 4096 + 1
    COMPUTE CHUNK-LENGTH =
        (FUNCTION ORD(REGION-BUFFER(CHUNK-BYTE-OFFSET:1)) - 1) * 16777216 +
        (FUNCTION ORD(REGION-BUFFER(CHUNK-BYTE-OFFSET + 1:1)) - 1) * 65536 +
        (FUNCTION ORD(REGION-BUFFER(CHUNK-BYTE-OFFSET + 2:1)) - 1) * 256 +
        (FUNCTION ORD(REGION-BUFFER(CHUNK-BYTE-OFFSET + 3:1)) - 1)
    IF CHUNK-LENGTH = 0
        MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
        MOVE "length field is zero" TO CHUNK-REASON(ENTRY-SLOT)
        EXIT PARAGRAPH
    END-IF
    IF CHUNK-LENGTH + 4 > SECTOR-COUNT * 4096
        MOVE SECTOR-COUNT TO NUMBER-DISPLAY
        MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
        STRING "length field runs past its "
            FUNCTION TRIM(NUMBER-DISPLAY) " sector(s)"
            DELIMITED BY SIZE INTO CHUNK-REASON(ENTRY-SLOT)
        EXIT PARAGRAPH
    END-IF

    COMPUTE COMPRESSION-SCHEME =
        FUNCTION ORD(REGION-BUFFER(CHUNK-BYTE-OFFSET + 4:1)) - 1
    COMPUTE COMPRESSED-LENGTH = CHUNK-LENGTH - 1
    MOVE 0 TO CHUNK-NBT-LENGTH
    EVALUATE TRUE
        WHEN COMPRESSION-SCHEME = 2
            IF COMPRESSED-LENGTH > 0
                CALL "Zlib-Inflate" USING
                    REGION-BUFFER(CHUNK-BYTE-OFFSET + 5:COMPRESSED-LENGTH)
                    COMPRESSED-LENGTH CHUNK-NBT-BUFFER CHUNK-NBT-LENGTH
            END-IF
            IF CHUNK-NBT-LENGTH = 0
                MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
                MOVE "zlib payload does not inflate"
                    TO CHUNK-REASON(ENTRY-SLOT)
                EXIT PARAGRAPH
            END-IF
        WHEN COMPRESSION-SCHEME = 3
            MOVE COMPRESSED-LENGTH TO CHUNK-NBT-LENGTH
            IF CHUNK-NBT-LENGTH > 0
                MOVE REGION-BUFFER(CHUNK-BYTE-OFFSET + 5:CHUNK-NBT-LENGTH)
                    TO CHUNK-NBT-BUFFER(1:CHUNK-NBT-LENGTH)
            END-IF
        WHEN COMPRESSION-SCHEME = 1
            MOVE "N" TO CHUNK-VERDICT(ENTRY-SLOT)
            MOVE "gzip compressed, not checked"
                TO CHUNK-REASON(ENTRY-SLOT)
            EXIT PARAGRAPH
        WHEN COMPRESSION-SCHEME >= 129 AND COMPRESSION-SCHEME <= 131
            MOVE "N" TO CHUNK-VERDICT(ENTRY-SLOT)
            MOVE "stored in an external .mcc file, not checked"
                TO CHUNK-REASON(ENTRY-SLOT)
            EXIT PARAGRAPH
        WHEN OTHER
            MOVE COMPRESSION-SCHEME TO NUMBER-DISPLAY
            MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
            STRING "unknown compression type "
                FUNCTION TRIM(NUMBER-DISPLAY)
                DELIMITED BY SIZE INTO CHUNK-REASON(ENTRY-SLOT)
            EXIT PARAGRAPH
    END-EVALUATE

    PERFORM WALK-CHUNK-NBT.

WALK-CHUNK-NBT.
    *> the payload must be one named compound (tag 10) at the root
    IF CHUNK-NBT-LENGTH < 3
            OR FUNCTION ORD(CHUNK-NBT-BUFFER(1:1)) - 1 NOT = 10
        MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
        MOVE "NBT root is not a compound" TO CHUNK-REASON(ENTRY-SLOT)
        EXIT PARAGRAPH
    END-IF
    *> offsets are 1-based, as NbtEncode writes them: byte 1 is the
    *> root tag, so the first entry follows the 3-byte envelope
    MOVE 1 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE CHUNK-NBT-BUFFER
    PERFORM UNTIL NBT-DECODER-LEVEL = 0
            OR NBT-DECODER-OFFSET > CHUNK-NBT-LENGTH
        PERFORM PEEK-NEXT-LENGTH
        CALL "NbtDecode-Next" USING NBT-DECODER-STATE CHUNK-NBT-BUFFER
            NBT-TAG-TYPE NBT-NAME(1:TEXT-ROOM) NBT-NAME-LEN
            NBT-VALUE-LONG NBT-VALUE-FLOAT NBT-VALUE-DOUBLE
            NBT-VALUE-STR(1:TEXT-ROOM) NBT-VALUE-STR-LEN
            NBT-ARRAY-LEN NBT-LIST-ELEMENT-TYPE NBT-FAILED
        IF NBT-FAILED NOT = 0
            MOVE NBT-DECODER-OFFSET TO NUMBER-DISPLAY
            MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
            STRING "NBT malformed near byte "
                FUNCTION TRIM(NUMBER-DISPLAY)
                DELIMITED BY SIZE INTO CHUNK-REASON(ENTRY-SLOT)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    *> the walk may end exactly one past the last byte, never beyond
    IF NBT-DECODER-LEVEL NOT = 0
            OR NBT-DECODER-OFFSET > CHUNK-NBT-LENGTH + 1
        MOVE "B" TO CHUNK-VERDICT(ENTRY-SLOT)
        MOVE "NBT runs past the end of its payload"
            TO CHUNK-REASON(ENTRY-SLOT)
    END-IF.

PEEK-NEXT-LENGTH.
    *> the longest name or string the next NbtDecode-Next call could
    *> copy out, so a garbage length lands inside NBT-NAME/NBT-VALUE-STR
    MOVE 64 TO TEXT-ROOM
    MOVE 0 TO PEEK-LENGTH
    MOVE NBT-DECODER-OFFSET TO PEEK-OFFSET
    IF NBT-DECODER-LEVEL > 0
            AND (NBT-DECODER-STACK-KIND(NBT-DECODER-LEVEL) = "L"
                OR NBT-DECODER-STACK-KIND(NBT-DECODER-LEVEL) = "A")
        MOVE NBT-DECODER-STACK-ELEMENT-TYPE(NBT-DECODER-LEVEL)
            TO PEEK-TAG
    ELSE
        COMPUTE PEEK-TAG =
            FUNCTION ORD(CHUNK-NBT-BUFFER(PEEK-OFFSET:1)) - 1
        IF PEEK-TAG = 0
            EXIT PARAGRAPH
        END-IF
        COMPUTE PEEK-LENGTH =
            (FUNCTION ORD(CHUNK-NBT-BUFFER(PEEK-OFFSET + 1:1)) - 1) * 256
            + FUNCTION ORD(CHUNK-NBT-BUFFER(PEEK-OFFSET + 2:1)) - 1
        COMPUTE PEEK-OFFSET = PEEK-OFFSET + 3 + PEEK-LENGTH
    END-IF
    IF PEEK-TAG = 8
        COMPUTE PEEK-STRING-LENGTH =
            (FUNCTION ORD(CHUNK-NBT-BUFFER(PEEK-OFFSET:1)) - 1) * 256
            + FUNCTION ORD(CHUNK-NBT-BUFFER(PEEK-OFFSET + 1:1)) - 1
        IF PEEK-STRING-LENGTH > PEEK-LENGTH
            MOVE PEEK-STRING-LENGTH TO PEEK-LENGTH
        END-IF
    END-IF
    IF PEEK-LENGTH > TEXT-ROOM
        MOVE PEEK-LENGTH TO TEXT-ROOM
    END-IF.

REPORT-REGION-CHUNKS.
    MOVE 0 TO REGION-BAD-COUNT
    PERFORM VARYING ENTRY-INDEX FROM 0 BY 1 UNTIL ENTRY-INDEX > 1023
        COMPUTE ENTRY-SLOT = ENTRY-INDEX + 1
        IF CHUNK-VERDICT(ENTRY-SLOT) NOT = SPACE
            IF CHUNK-VERDICT(ENTRY-SLOT) = "B"
                ADD 1 TO REGION-BAD-COUNT
                MOVE "BAD" TO EXCEPTION-KIND
            ELSE
                MOVE "NOTE" TO EXCEPTION-KIND
            END-IF
            PERFORM FORMAT-CHUNK-SUBJECT
            MOVE CHUNK-REASON(ENTRY-SLOT) TO EXCEPTION-DETAIL
            PERFORM WRITE-EXCEPTION
        END-IF
    END-PERFORM.

FORMAT-CHUNK-SUBJECT.
    *> "r.<x>.<z>.mca <chunk x>,<chunk z>" in world chunk coordinates
    COMPUTE CHUNK-X-DISPLAY =
        REGION-X * 32 + FUNCTION MOD(ENTRY-INDEX, 32)
    COMPUTE CHUNK-Z-DISPLAY =
        REGION-Z * 32 + ENTRY-INDEX / 32
    MOVE SPACES TO EXCEPTION-SUBJECT
    STRING FUNCTION TRIM(REGION-LABEL) " "
        FUNCTION TRIM(CHUNK-X-DISPLAY) ","
        FUNCTION TRIM(CHUNK-Z-DISPLAY)
        DELIMITED BY SIZE INTO EXCEPTION-SUBJECT.

QUARANTINE-REGION.
    *> the bad chunks' own sectors, verbatim, in a region file of their
    *> own - readable by the same tools once someone fixes them by hand
    MOVE LOW-VALUES TO QUARANTINE-BUFFER(1:8192)
    MOVE 8192 TO QUARANTINE-BYTES
    MOVE 2 TO QUARANTINE-NEXT-SECTOR
    MOVE 1 TO QUARANTINE-FITS
    PERFORM VARYING ENTRY-INDEX FROM 0 BY 1 UNTIL ENTRY-INDEX > 1023
        COMPUTE ENTRY-SLOT = ENTRY-INDEX + 1
        IF CHUNK-VERDICT(ENTRY-SLOT) = "B"
            PERFORM COPY-BAD-CHUNK
        END-IF
    END-PERFORM
    IF QUARANTINE-FITS = 0
        MOVE REGION-LABEL TO EXCEPTION-SUBJECT
        MOVE "CAPACITY" TO EXCEPTION-KIND
        MOVE "bad chunks too large to quarantine, live file left as is"
            TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    IF QUARANTINE-DIR-MADE = 0
        CALL "CBL_CREATE_DIR" USING "save/regions/quarantine"
        CALL "CBL_CREATE_DIR" USING QUARANTINE-DIR
        MOVE 1 TO QUARANTINE-DIR-MADE
    END-IF
    MOVE SPACES TO QUARANTINE-FILE-NAME
    STRING FUNCTION TRIM(QUARANTINE-DIR) "/" FUNCTION TRIM(REGION-LABEL)
        DELIMITED BY SIZE INTO QUARANTINE-FILE-NAME
    CALL "Files-WriteAll" USING QUARANTINE-FILE-NAME QUARANTINE-BUFFER
        QUARANTINE-BYTES
    *> nothing comes out of the live file unless its copy is on disk
    CALL "CBL_CHECK_FILE_EXIST" USING QUARANTINE-FILE-NAME
        FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        MOVE REGION-LABEL TO EXCEPTION-SUBJECT
        MOVE "ERROR" TO EXCEPTION-KIND
        MOVE "quarantine copy not written, live file left as is"
            TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF

    *> the live file loses only the header entries; the orphaned
    *> sectors are free space the next export reclaims
    PERFORM VARYING ENTRY-INDEX FROM 0 BY 1 UNTIL ENTRY-INDEX > 1023
        COMPUTE ENTRY-SLOT = ENTRY-INDEX + 1
        IF CHUNK-VERDICT(ENTRY-SLOT) = "B"
            COMPUTE HEADER-OFFSET = ENTRY-INDEX * 4 + 1
            MOVE LOW-VALUES TO REGION-BUFFER(HEADER-OFFSET:4)
            MOVE LOW-VALUES TO REGION-BUFFER(HEADER-OFFSET + 4096:4)
        END-IF
    END-PERFORM
    MOVE SPACES TO TEMP-FILE-NAME
    STRING FUNCTION TRIM(REGION-FILE-NAME) ".tmp"
        DELIMITED BY SIZE INTO TEMP-FILE-NAME
    CALL "Files-WriteAll" USING TEMP-FILE-NAME REGION-BUFFER
        REGION-BYTES-READ
    CALL "CBL_RENAME_FILE" USING TEMP-FILE-NAME REGION-FILE-NAME
        GIVING RENAME-STATUS
    IF RENAME-STATUS NOT = 0
        CALL "Log-Write" USING "ERROR"
            "region scan: could not replace a region file, its .tmp copy was kept"
        MOVE REGION-LABEL TO EXCEPTION-SUBJECT
        MOVE "ERROR" TO EXCEPTION-KIND
        MOVE "repaired copy left beside the live file as .tmp"
            TO EXCEPTION-DETAIL
        PERFORM WRITE-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    ADD REGION-BAD-COUNT TO QUARANTINED-COUNT.

COPY-BAD-CHUNK.
    *> a chunk whose location is itself garbage has no sectors worth
    *> keeping; it only loses its header entry
    PERFORM READ-HEADER-ENTRY
    IF SECTOR-OFFSET < 2 OR SECTOR-COUNT = 0
            OR SECTOR-OFFSET + SECTOR-COUNT > REGION-SECTORS
        EXIT PARAGRAPH
    END-IF
    IF QUARANTINE-BYTES + SECTOR-COUNT * 4096 > MAX-REGION-BYTES
        MOVE 0 TO QUARANTINE-FITS
        EXIT PARAGRAPH
    END-IF
    MOVE REGION-BUFFER(SECTOR-OFFSET * 4096 + 1:SECTOR-COUNT * 4096)
        TO QUARANTINE-BUFFER(QUARANTINE-BYTES + 1:SECTOR-COUNT * 4096)
    COMPUTE HEADER-OFFSET = ENTRY-INDEX * 4 + 1
    MOVE FUNCTION CHAR(FUNCTION MOD(QUARANTINE-NEXT-SECTOR / 65536, 256) + 1)
        TO QUARANTINE-BUFFER(HEADER-OFFSET:1)
    MOVE FUNCTION CHAR(FUNCTION MOD(QUARANTINE-NEXT-SECTOR / 256, 256) + 1)
        TO QUARANTINE-BUFFER(HEADER-OFFSET + 1:1)
    MOVE FUNCTION CHAR(FUNCTION MOD(QUARANTINE-NEXT-SECTOR, 256) + 1)
        TO QUARANTINE-BUFFER(HEADER-OFFSET + 2:1)
    MOVE REGION-BUFFER(HEADER-OFFSET + 3:1)
        TO QUARANTINE-BUFFER(HEADER-OFFSET + 3:1)
    MOVE REGION-BUFFER(HEADER-OFFSET + 4096:4)
        TO QUARANTINE-BUFFER(HEADER-OFFSET + 4096:4)
    COMPUTE QUARANTINE-BYTES = QUARANTINE-BYTES + SECTOR-COUNT * 4096
    COMPUTE QUARANTINE-NEXT-SECTOR = QUARANTINE-NEXT-SECTOR + SECTOR-COUNT.

WRITE-EXCEPTION.
    ADD 1 TO EXCEPTION-COUNT
    MOVE SPACES TO REPORT-LINE
    STRING EXCEPTION-KIND " " EXCEPTION-SUBJECT " "
        FUNCTION TRIM(EXCEPTION-DETAIL)
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-SUMMARY.
    MOVE FILES-SCANNED TO NUMBER-DISPLAY
    MOVE CHUNKS-SCANNED TO NUMBER-DISPLAY-2
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(NUMBER-DISPLAY) " region file(s), "
        FUNCTION TRIM(NUMBER-DISPLAY-2) " chunk(s) scanned"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE EXCEPTION-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " exception(s)"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE QUARANTINED-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) " chunk(s) quarantined"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF EXCEPTION-COUNT NOT = 0
        CALL "Log-Write" USING "WARN"
            "region scan found exceptions, see save/logs"
    END-IF.

END PROGRAM RegionScan-Run.
