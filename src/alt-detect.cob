
END PROGRAM AltDetect-CheckConnect.

*> --- AltDetect-SharedAddress ---
*> The pairwise form of the alt clustering: has any address in
*> save/addresses.log carried both of these accounts? LK-SHARED comes
*> back 1 with the first such address in LK-ADDRESS, else 0 and
*> spaces. Used to screen payments between two accounts that should
*> not be the same person, such as referral rewards.
IDENTIFICATION DIVISION.
PROGRAM-ID. AltDetect-SharedAddress.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-ADDRESS-LOG
        ASSIGN TO "save/addresses.log"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-ADDRESS-LOG.
    01 ADDRESS-LOG-LINE          PIC X(160).
WORKING-STORAGE SECTION.
    01 FIRST-UUID-STR            PIC X(36).
    01 SECOND-UUID-STR           PIC X(36).
    01 LINE-STAMP                PIC X(14).
    01 LINE-UUID-STR             PIC X(36).
    01 LINE-NAME                 PIC X(16).
    01 LINE-ADDRESS              PIC X(46).
    *> the distinct addresses each account has used
    01 MAX-SEEN-ADDRESSES        BINARY-LONG UNSIGNED VALUE 64.
    01 FIRST-SEEN.
        05 FIRST-ADDRESS OCCURS 64 TIMES PIC X(46).
    01 FIRST-SEEN-COUNT          BINARY-LONG UNSIGNED.
    01 SECOND-SEEN.
        05 SECOND-ADDRESS OCCURS 64 TIMES PIC X(46).
    01 SECOND-SEEN-COUNT         BINARY-LONG UNSIGNED.
    01 FIRST-INDEX               BINARY-LONG UNSIGNED.
    01 SECOND-INDEX              BINARY-LONG UNSIGNED.
    01 ALREADY-SEEN              BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-FIRST-UUID             PIC X(16).
    01 LK-SECOND-UUID            PIC X(16).
    01 LK-SHARED                 BINARY-CHAR UNSIGNED.
    01 LK-ADDRESS                PIC X(46).

PROCEDURE DIVISION USING LK-FIRST-UUID LK-SECOND-UUID LK-SHARED
        LK-ADDRESS.
    MOVE 0 TO LK-SHARED
    MOVE SPACES TO LK-ADDRESS
    MOVE 0 TO FIRST-SEEN-COUNT
    MOVE 0 TO SECOND-SEEN-COUNT
    CALL "UUID-ToString" USING LK-FIRST-UUID FIRST-UUID-STR
    CALL "UUID-ToString" USING LK-SECOND-UUID SECOND-UUID-STR

    OPEN INPUT FD-ADDRESS-LOG
    PERFORM UNTIL EXIT
        READ FD-ADDRESS-LOG
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SPACES TO LINE-STAMP
                MOVE SPACES TO LINE-UUID-STR
                MOVE SPACES TO LINE-NAME
                MOVE SPACES TO LINE-ADDRESS
                UNSTRING ADDRESS-LOG-LINE DELIMITED BY ALL " "
                    INTO LINE-STAMP LINE-UUID-STR LINE-NAME
                        LINE-ADDRESS
                EVALUATE LINE-UUID-STR
                    WHEN FIRST-UUID-STR
                        PERFORM NOTE-FIRST-ADDRESS
                    WHEN SECOND-UUID-STR
                        PERFORM NOTE-SECOND-ADDRESS
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE FD-ADDRESS-LOG

    PERFORM VARYING FIRST-INDEX FROM 1 BY 1
            UNTIL FIRST-INDEX > FIRST-SEEN-COUNT OR LK-SHARED NOT = 0
        PERFORM VARYING SECOND-INDEX FROM 1 BY 1
                UNTIL SECOND-INDEX > SECOND-SEEN-COUNT
                OR LK-SHARED NOT = 0
            IF FIRST-ADDRESS(FIRST-INDEX) = SECOND-ADDRESS(SECOND-INDEX)
                MOVE 1 TO LK-SHARED
                MOVE FIRST-ADDRESS(FIRST-INDEX) TO LK-ADDRESS
            END-IF
        END-PERFORM
    END-PERFORM
    GOBACK.

NOTE-FIRST-ADDRESS.
    MOVE 0 TO ALREADY-SEEN
    PERFORM VARYING FIRST-INDEX FROM 1 BY 1
            UNTIL FIRST-INDEX > FIRST-SEEN-COUNT
        IF FIRST-ADDRESS(FIRST-INDEX) = LINE-ADDRESS
            MOVE 1 TO ALREADY-SEEN
        END-IF
    END-PERFORM
    IF ALREADY-SEEN = 0 AND FIRST-SEEN-COUNT < MAX-SEEN-ADDRESSES
        ADD 1 TO FIRST-SEEN-COUNT
        MOVE LINE-ADDRESS TO FIRST-ADDRESS(FIRST-SEEN-COUNT)
    END-IF.

NOTE-SECOND-ADDRESS.
    MOVE 0 TO ALREADY-SEEN
    PERFORM VARYING SECOND-INDEX FROM 1 BY 1
            UNTIL SECOND-INDEX > SECOND-SEEN-COUNT
        IF SECOND-ADDRESS(SECOND-INDEX) = LINE-ADDRESS
            MOVE 1 TO ALREADY-SEEN
        END-IF
    END-PERFORM
    IF ALREADY-SEEN = 0 AND SECOND-SEEN-COUNT < MAX-SEEN-ADDRESSES
        ADD 1 TO SECOND-SEEN-COUNT
        MOVE LINE-ADDRESS TO SECOND-ADDRESS(SECOND-SEEN-COUNT)
    END-IF.

END PROGRAM AltDetect-SharedAddress.

*> --- AltDetect-Report ---
*> The clustering batch over save/addresses.log: every address that
*> carried more than one distinct account lands in a dated report
    01 NAME-INDEX                BINARY-CHAR UNSIGNED.
    01 NAME-KNOWN                BINARY-CHAR UNSIGNED.
    01 LINE-POS                  BINARY-LONG UNSIGNED.
    COPY DD-BATCH-STEP.

PROCEDURE DIVISION.
    MOVE 0 TO CLUSTER-COUNT
    MOVE 0 TO BATCH-STEP-EXCEPTIONS
    OPEN INPUT FD-ADDRESS-LOG
    PERFORM UNTIL EXIT
        READ FD-ADDRESS-LOG
    PERFORM VARYING CLUSTER-INDEX FROM 1 BY 1
            UNTIL CLUSTER-INDEX > CLUSTER-COUNT
        IF CLUSTER-NAME-COUNT(CLUSTER-INDEX) > 1
            ADD 1 TO BATCH-STEP-EXCEPTIONS
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO LINE-POS
            STRING FUNCTION TRIM(CLUSTER-ADDRESS(CLUSTER-INDEX)) ": "
        END-IF
    END-PERFORM
    CLOSE FD-REPORT
    MOVE CLUSTER-COUNT TO BATCH-STEP-RECORDS
    GOBACK.

FILE-INTO-CLUSTER.
