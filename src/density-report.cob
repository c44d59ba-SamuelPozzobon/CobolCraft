*> --- Density-Report ---
*> The daily list of chunks that ran into a density cap, for the admins
*> deciding whose farm needs a word. Reads save/logs/density.log as
*> Density-RecordHit writes it - "timestamp(14) kind chunk-x chunk-z
*> owner-uuid" with kind H hopper, M mob, I item, R redstone and "-"
*> for an unclaimed chunk - takes the lines stamped yesterday (the last
*> whole day when the nightly stream runs), folds them to one line per
*> chunk with every cap it hit, and names the claim's owner through
*> save/usercache.dat. Results land in a dated file under save/logs.
IDENTIFICATION DIVISION.
PROGRAM-ID. Density-Report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-DENSITY-LOG
        ASSIGN TO "save/logs/density.log"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-USERCACHE
        ASSIGN TO "save/usercache.dat"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-REPORT
        ASSIGN TO REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-DENSITY-LOG.
    01 DENSITY-LOG-LINE          PIC X(96).
FD FD-USERCACHE.
    01 USERCACHE-LINE            PIC X(53).
FD FD-REPORT.
    01 REPORT-LINE               PIC X(160).
WORKING-STORAGE SECTION.
    01 REPORT-FILE-NAME          PIC X(64).
    01 TODAY-DATE                PIC 9(8).
    01 REPORT-DATE               PIC 9(8).
    01 REPORT-DATE-STR           PIC X(8).
    *> one entry per chunk that hit anything that day
    01 MAX-REPORT-CHUNKS         BINARY-LONG UNSIGNED VALUE 512.
    01 REPORT-CHUNKS.
        05 REPORT-CHUNK OCCURS 512 TIMES.
            10 RC-CHUNK-X                BINARY-LONG.
            10 RC-CHUNK-Z                BINARY-LONG.
            10 RC-OWNER-UUID-STR         PIC X(36).
            10 RC-OWNER-NAME             PIC X(16).
            10 RC-HIT-HOPPER             BINARY-CHAR UNSIGNED.
            10 RC-HIT-MOB                BINARY-CHAR UNSIGNED.
            10 RC-HIT-ITEM               BINARY-CHAR UNSIGNED.
            10 RC-HIT-REDSTONE           BINARY-CHAR UNSIGNED.
    01 REPORT-CHUNK-COUNT        BINARY-LONG UNSIGNED.
    01 DROPPED-COUNT             BINARY-LONG UNSIGNED.
    01 LINE-TIMESTAMP            PIC X(14).
    01 LINE-KIND                 PIC X(01).
    01 LINE-CHUNK-X-STR          PIC X(12).
    01 LINE-CHUNK-Z-STR          PIC X(12).
    01 LINE-OWNER-STR            PIC X(36).
    01 LINE-CHUNK-X              BINARY-LONG.
    01 LINE-CHUNK-Z              BINARY-LONG.
    01 CACHE-UUID-STR            PIC X(36).
    01 CACHE-NAME                PIC X(16).
    01 CHUNK-INDEX               BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 CHUNK-X-DISPLAY           PIC -(9)9.
    01 CHUNK-Z-DISPLAY           PIC -(9)9.
    01 CAPS-TEXT                 PIC X(40).
    01 CAPS-POINTER              BINARY-LONG UNSIGNED.
    01 OWNER-TEXT                PIC X(60).
    01 COUNT-DISPLAY             PIC Z(5)9.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    COMPUTE REPORT-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1)
    MOVE REPORT-DATE TO REPORT-DATE-STR
    MOVE SPACES TO REPORT-FILE-NAME
    STRING "save/logs/density-report-" DELIMITED BY SIZE
        TODAY-DATE DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO REPORT-FILE-NAME

    MOVE 0 TO REPORT-CHUNK-COUNT
    MOVE 0 TO DROPPED-COUNT
    OPEN INPUT FD-DENSITY-LOG
    PERFORM UNTIL EXIT
        READ FD-DENSITY-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                IF DENSITY-LOG-LINE(1:8) = REPORT-DATE-STR
                    PERFORM PROCESS-HIT-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-DENSITY-LOG

    *> the newest name a UUID was cached under is the one shown
    OPEN INPUT FD-USERCACHE
    PERFORM UNTIL EXIT
        READ FD-USERCACHE
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE USERCACHE-LINE(1:36) TO CACHE-UUID-STR
                MOVE USERCACHE-LINE(38:16) TO CACHE-NAME
                PERFORM VARYING CHUNK-INDEX FROM 1 BY 1
                        UNTIL CHUNK-INDEX > REPORT-CHUNK-COUNT
                    IF RC-OWNER-UUID-STR(CHUNK-INDEX) = CACHE-UUID-STR
                        MOVE CACHE-NAME TO RC-OWNER-NAME(CHUNK-INDEX)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE FD-USERCACHE

    PERFORM WRITE-REPORT
    MOVE REPORT-CHUNK-COUNT TO BATCH-STEP-RECORDS
    MOVE DROPPED-COUNT TO BATCH-STEP-EXCEPTIONS
    GOBACK.

PROCESS-HIT-LINE.
    MOVE DENSITY-LOG-LINE(1:14) TO LINE-TIMESTAMP
    MOVE SPACES TO LINE-KIND
    MOVE SPACES TO LINE-CHUNK-X-STR
    MOVE SPACES TO LINE-CHUNK-Z-STR
    MOVE SPACES TO LINE-OWNER-STR
    UNSTRING DENSITY-LOG-LINE(16:81) DELIMITED BY ALL " "
        INTO LINE-KIND LINE-CHUNK-X-STR LINE-CHUNK-Z-STR LINE-OWNER-STR
    COMPUTE LINE-CHUNK-X = FUNCTION NUMVAL(LINE-CHUNK-X-STR)
    COMPUTE LINE-CHUNK-Z = FUNCTION NUMVAL(LINE-CHUNK-Z-STR)

    MOVE 0 TO FOUND-INDEX
    PERFORM VARYING CHUNK-INDEX FROM 1 BY 1
            UNTIL CHUNK-INDEX > REPORT-CHUNK-COUNT
            OR FOUND-INDEX NOT = 0
        IF RC-CHUNK-X(CHUNK-INDEX) = LINE-CHUNK-X
                AND RC-CHUNK-Z(CHUNK-INDEX) = LINE-CHUNK-Z
            MOVE CHUNK-INDEX TO FOUND-INDEX
        END-IF
    END-PERFORM
    IF FOUND-INDEX = 0
        IF REPORT-CHUNK-COUNT >= MAX-REPORT-CHUNKS
            ADD 1 TO DROPPED-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO REPORT-CHUNK-COUNT
        MOVE REPORT-CHUNK-COUNT TO FOUND-INDEX
        MOVE LINE-CHUNK-X TO RC-CHUNK-X(FOUND-INDEX)
        MOVE LINE-CHUNK-Z TO RC-CHUNK-Z(FOUND-INDEX)
        MOVE SPACES TO RC-OWNER-NAME(FOUND-INDEX)
        MOVE 0 TO RC-HIT-HOPPER(FOUND-INDEX)
        MOVE 0 TO RC-HIT-MOB(FOUND-INDEX)
        MOVE 0 TO RC-HIT-ITEM(FOUND-INDEX)
        MOVE 0 TO RC-HIT-REDSTONE(FOUND-INDEX)
    END-IF
    *> a claim made or dropped during the day: the latest line wins
    MOVE LINE-OWNER-STR TO RC-OWNER-UUID-STR(FOUND-INDEX)

    EVALUATE LINE-KIND
        WHEN "H"
            MOVE 1 TO RC-HIT-HOPPER(FOUND-INDEX)
        WHEN "M"
            MOVE 1 TO RC-HIT-MOB(FOUND-INDEX)
        WHEN "I"
            MOVE 1 TO RC-HIT-ITEM(FOUND-INDEX)
        WHEN "R"
            MOVE 1 TO RC-HIT-REDSTONE(FOUND-INDEX)
    END-EVALUATE.

WRITE-REPORT.
    OPEN EXTEND FD-REPORT

    MOVE SPACES TO REPORT-LINE
    STRING "density report for " DELIMITED BY SIZE
        REPORT-DATE-STR DELIMITED BY SIZE
        " generated " DELIMITED BY SIZE
        FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE

    MOVE SPACES TO REPORT-LINE
    MOVE "-- chunks that hit a cap (chunk x,z: caps; claim owner) --"
        TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING CHUNK-INDEX FROM 1 BY 1
            UNTIL CHUNK-INDEX > REPORT-CHUNK-COUNT
        MOVE SPACES TO CAPS-TEXT
        MOVE 1 TO CAPS-POINTER
        IF RC-HIT-HOPPER(CHUNK-INDEX) NOT = 0
            STRING "hoppers " DELIMITED BY SIZE
                INTO CAPS-TEXT WITH POINTER CAPS-POINTER
        END-IF
        IF RC-HIT-MOB(CHUNK-INDEX) NOT = 0
            STRING "mobs " DELIMITED BY SIZE
                INTO CAPS-TEXT WITH POINTER CAPS-POINTER
        END-IF
        IF RC-HIT-ITEM(CHUNK-INDEX) NOT = 0
            STRING "items " DELIMITED BY SIZE
                INTO CAPS-TEXT WITH POINTER CAPS-POINTER
        END-IF
        IF RC-HIT-REDSTONE(CHUNK-INDEX) NOT = 0
            STRING "redstone " DELIMITED BY SIZE
                INTO CAPS-TEXT WITH POINTER CAPS-POINTER
        END-IF

        MOVE SPACES TO OWNER-TEXT
        EVALUATE TRUE
            WHEN RC-OWNER-UUID-STR(CHUNK-INDEX) = "-"
                MOVE "unclaimed" TO OWNER-TEXT
            WHEN RC-OWNER-NAME(CHUNK-INDEX) = SPACES
                MOVE RC-OWNER-UUID-STR(CHUNK-INDEX) TO OWNER-TEXT
            WHEN OTHER
                STRING FUNCTION TRIM(RC-OWNER-NAME(CHUNK-INDEX))
                    DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    RC-OWNER-UUID-STR(CHUNK-INDEX) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO OWNER-TEXT
        END-EVALUATE

        MOVE RC-CHUNK-X(CHUNK-INDEX) TO CHUNK-X-DISPLAY
        MOVE RC-CHUNK-Z(CHUNK-INDEX) TO CHUNK-Z-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING "chunk " DELIMITED BY SIZE
            FUNCTION TRIM(CHUNK-X-DISPLAY) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM(CHUNK-Z-DISPLAY) DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM(CAPS-TEXT) DELIMITED BY SIZE
            "; " DELIMITED BY SIZE
            FUNCTION TRIM(OWNER-TEXT) DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM

    MOVE REPORT-CHUNK-COUNT TO COUNT-DISPLAY
    MOVE SPACES TO REPORT-LINE
    STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
        " chunk(s)" DELIMITED BY SIZE
        INTO REPORT-LINE
    WRITE REPORT-LINE
    IF DROPPED-COUNT > 0
        MOVE DROPPED-COUNT TO COUNT-DISPLAY
        MOVE SPACES TO REPORT-LINE
        STRING FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
            " further hit(s) not listed - chunk table full"
            DELIMITED BY SIZE
            INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    CLOSE FD-REPORT.

END PROGRAM Density-Report.
