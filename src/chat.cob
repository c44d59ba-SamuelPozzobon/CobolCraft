    01 RELAY-LINE                PIC X(288).
    01 PLAYER-INDEX              BINARY-CHAR.
    01 NEARBY-INDEX              BINARY-LONG UNSIGNED.
    01 RECIPIENT-ID              BINARY-CHAR.
    01 IS-IGNORED                BINARY-CHAR UNSIGNED.
    01 COMMAND-RESPONSE          PIC X(4000).
    01 COMMAND-RESPONSE-LENGTH   BINARY-LONG UNSIGNED.
    01 CATALOG-MESSAGE           PIC X(160).
    01 LOGGED-MESSAGE            PIC X(256).
    01 LOGGED-LENGTH             BINARY-LONG UNSIGNED.
    01 STAFF-NAME-TEXT           PIC X(24).
    01 STAFF-NAME-JSON           PIC X(128).
    01 STAFF-NAME-JSON-LEN       BINARY-LONG UNSIGNED.
    CALL "UUID-ToString" USING PLAYER-UUID(LK-PLAYER-ID) UUID-STR
    MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-STR

    *> an operator PIN typed as /pin stays out of the log
    MOVE LK-MESSAGE TO LOGGED-MESSAGE
    MOVE LK-MESSAGE-LENGTH TO LOGGED-LENGTH
    IF LK-MESSAGE-LENGTH > 5
            AND FUNCTION UPPER-CASE(LK-MESSAGE(1:5)) = "/PIN "
        MOVE "/pin ****" TO LOGGED-MESSAGE
        MOVE 9 TO LOGGED-LENGTH
    END-IF

    MOVE SPACES TO CHAT-LOG-LINE
    STRING TIMESTAMP-STR(1:20) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        UUID-STR DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        LOGGED-MESSAGE(1:LOGGED-LENGTH) DELIMITED BY SIZE
        INTO CHAT-LOG-LINE

    OPEN EXTEND FD-CHAT-LOG
            CATALOG-MESSAGE
        GOBACK
    END-IF
    *> and so is a player who hasn't accepted the rules yet
    IF PLAYER-RULES-PENDING(LK-PLAYER-ID) NOT = 0
        CALL "Messages-GetPlayer" USING LK-PLAYER-ID "chat-rules-pending"
            "Accept the server rules with /acceptrules before chatting"
            " " CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF

    MOVE 1 TO IS-ALLOWED
    IF CHAT-FILTER-REGISTERED NOT = 0
        GOBACK
    END-IF

    *> and the party channel every online member of the sender's party
    IF PLAYER-CHAT-LOCAL(LK-PLAYER-ID) = 3
        CALL "Parties-DeliverPartyChat" USING LK-PLAYER-ID LK-MESSAGE
            LK-MESSAGE-LENGTH
        GOBACK
    END-IF

    *> a sender on the local channel reaches only players within their
    *> own earshot - the same proximity rule every block broadcast uses -
    *> plus themselves; global reaches everyone, as it always has
            PLAYER-POSITION(LK-PLAYER-ID) LK-NEARBY-PLAYERS
        PERFORM VARYING NEARBY-INDEX FROM 1 BY 1
                UNTIL NEARBY-INDEX > LK-NEARBY-COUNT
            MOVE LK-NEARBY-PLAYER-ID(NEARBY-INDEX) TO RECIPIENT-ID
            CALL "Ignore-Blocks" USING RECIPIENT-ID LK-PLAYER-ID
                IS-IGNORED
            IF IS-IGNORED = 0
                CALL "SendPacket-SystemChat" USING
                    LK-NEARBY-CLIENT(NEARBY-INDEX) RELAY-LINE
            END-IF
        END-PERFORM
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            RELAY-LINE
        GOBACK
    END-IF

    *> anyone who has ignored the sender doesn't get the line
    PERFORM VARYING PLAYER-INDEX FROM 1 BY 1 UNTIL PLAYER-INDEX > MAX-PLAYERS
        IF PLAYER-CLIENT(PLAYER-INDEX) > 0
            CALL "Ignore-Blocks" USING PLAYER-INDEX LK-PLAYER-ID IS-IGNORED
            IF IS-IGNORED = 0
                CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(PLAYER-INDEX) RELAY-LINE
            END-IF
        END-IF
    END-PERFORM

    01 SPY-LINE                  PIC X(288).
    01 SPY-LINE-LENGTH           BINARY-LONG UNSIGNED.
    01 CATALOG-MESSAGE           PIC X(160).
    01 IS-IGNORED                BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-SENDER-ID              BINARY-CHAR.
    01 LK-TARGET-ID              BINARY-CHAR.
            CATALOG-MESSAGE
        GOBACK
    END-IF
    IF PLAYER-RULES-PENDING(LK-SENDER-ID) NOT = 0
        CALL "Messages-GetPlayer" USING LK-SENDER-ID "chat-rules-pending"
            "Accept the server rules with /acceptrules before chatting"
            " " CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-SENDER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF
    *> a whisper to someone ignoring the sender goes nowhere, and the
    *> sender is told so rather than left waiting on a reply
    CALL "Ignore-Blocks" USING LK-TARGET-ID LK-SENDER-ID IS-IGNORED
    IF IS-IGNORED NOT = 0
        CALL "Messages-GetPlayer" USING LK-SENDER-ID "whisper-ignored"
            "{0} is not accepting messages from you"
            PLAYER-NAME(LK-TARGET-ID)(1:PLAYER-NAME-LENGTH(LK-TARGET-ID))
            CATALOG-MESSAGE
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-SENDER-ID)
            CATALOG-MESSAGE
        GOBACK
    END-IF

    MOVE SPACES TO RELAY-LINE
    STRING "[to " DELIMITED BY SIZE
