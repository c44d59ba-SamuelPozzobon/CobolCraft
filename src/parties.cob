*> --- Parties-Init ---
*> Clears every party and invite. Called at startup - parties are
*> deliberately not persisted, so a restart disbands them all.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-Init.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.

PROCEDURE DIVISION.
    INITIALIZE PARTIES-DATA
    GOBACK.

END PROGRAM Parties-Init.

*> --- Parties-FindByPlayer ---
*> The party an online player belongs to and their place in its roster
*> (1 = the leader), or 0 and 0.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-FindByPlayer.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    COPY DD-PLAYERS.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-PARTY-INDEX            BINARY-LONG UNSIGNED.
    01 LK-MEMBER-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PARTY-INDEX LK-MEMBER-INDEX.
    PERFORM VARYING LK-PARTY-INDEX FROM 1 BY 1
            UNTIL LK-PARTY-INDEX > MAX-PARTIES
        IF PARTY-USED(LK-PARTY-INDEX) NOT = 0
            PERFORM VARYING LK-MEMBER-INDEX FROM 1 BY 1
                    UNTIL LK-MEMBER-INDEX > PARTY-MEMBER-COUNT(LK-PARTY-INDEX)
                IF PARTY-MEMBER-UUID(LK-PARTY-INDEX, LK-MEMBER-INDEX)
                        = PLAYER-UUID(LK-PLAYER-ID)
                    GOBACK
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    MOVE 0 TO LK-PARTY-INDEX
    MOVE 0 TO LK-MEMBER-INDEX
    GOBACK.

END PROGRAM Parties-FindByPlayer.

*> --- Parties-AllowsHit ---
*> Friendly fire: a hit from one party member on another does nothing,
*> melee or arrow. A duel between two party-mates is still a duel.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-AllowsHit.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-DUELS.
    01 ATTACKER-PARTY            BINARY-LONG UNSIGNED.
    01 VICTIM-PARTY              BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-ATTACKER-ID            BINARY-CHAR.
    01 LK-VICTIM-ID              BINARY-CHAR.
    01 LK-ALLOWED                BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-ATTACKER-ID LK-VICTIM-ID LK-ALLOWED.
    MOVE 1 TO LK-ALLOWED
    IF DUEL-ACTIVE(LK-ATTACKER-ID) NOT = 0
            AND DUEL-OPPONENT(LK-ATTACKER-ID) = LK-VICTIM-ID
        GOBACK
    END-IF
    CALL "Parties-FindByPlayer" USING LK-ATTACKER-ID ATTACKER-PARTY
        MEMBER-INDEX
    IF ATTACKER-PARTY = 0
        GOBACK
    END-IF
    CALL "Parties-FindByPlayer" USING LK-VICTIM-ID VICTIM-PARTY MEMBER-INDEX
    IF VICTIM-PARTY = ATTACKER-PARTY
        MOVE 0 TO LK-ALLOWED
    END-IF
    GOBACK.

END PROGRAM Parties-AllowsHit.

*> --- Parties-FindSharers ---
*> The players who share one kill's rewards (see DD-PARTY-SHARERS):
*> the killer, then each online party-mate in the killer's dimension
*> within party-share-radius blocks of the kill on every axis.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-FindSharers.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    COPY DD-PLAYERS.
    01 PARTY-INDEX               BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 MEMBER-PLAYER             BINARY-CHAR.
    01 SHARE-RADIUS              BINARY-LONG-LONG.
    01 DELTA-X                   BINARY-LONG.
    01 DELTA-Y                   BINARY-LONG.
    01 DELTA-Z                   BINARY-LONG.
LINKAGE SECTION.
    01 LK-KILLER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    COPY DD-PARTY-SHARERS.

PROCEDURE DIVISION USING LK-KILLER-ID LK-POSITION LK-PARTY-SHARERS.
    MOVE 1 TO LK-SHARER-COUNT
    MOVE LK-KILLER-ID TO LK-SHARER-PLAYER-ID(1)
    CALL "Parties-FindByPlayer" USING LK-KILLER-ID PARTY-INDEX MEMBER-INDEX
    IF PARTY-INDEX = 0
        GOBACK
    END-IF
    CALL "Config-GetNumber" USING "party-share-radius" 32 SHARE-RADIUS

    PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
            UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(PARTY-INDEX)
        CALL "Players-FindConnectedByUUID" USING
            PARTY-MEMBER-UUID(PARTY-INDEX, MEMBER-INDEX) MEMBER-PLAYER
        IF MEMBER-PLAYER NOT = 0 AND MEMBER-PLAYER NOT = LK-KILLER-ID
                AND PLAYER-DIMENSION(MEMBER-PLAYER)
                    = PLAYER-DIMENSION(LK-KILLER-ID)
            COMPUTE DELTA-X = FUNCTION ABS(PLAYER-X(MEMBER-PLAYER) - LK-X)
            COMPUTE DELTA-Y = FUNCTION ABS(PLAYER-Y(MEMBER-PLAYER) - LK-Y)
            COMPUTE DELTA-Z = FUNCTION ABS(PLAYER-Z(MEMBER-PLAYER) - LK-Z)
            IF DELTA-X <= SHARE-RADIUS AND DELTA-Y <= SHARE-RADIUS
                    AND DELTA-Z <= SHARE-RADIUS
                ADD 1 TO LK-SHARER-COUNT
                MOVE MEMBER-PLAYER TO LK-SHARER-PLAYER-ID(LK-SHARER-COUNT)
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Parties-FindSharers.

*> --- Parties-AwardKillXP ---
*> Experience from a mob kill, through Players-AwardXP: split evenly
*> among the sharers, the killer keeping whatever doesn't divide. Out
*> of a party, the killer simply gets it all.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-AwardKillXP.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTY-SHARERS.
    01 SHARER-INDEX              BINARY-LONG UNSIGNED.
    01 SHARE-AMOUNT              BINARY-LONG UNSIGNED.
    01 KILLER-AMOUNT             BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-KILLER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-AMOUNT                 BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-KILLER-ID LK-POSITION LK-AMOUNT.
    CALL "Parties-FindSharers" USING LK-KILLER-ID LK-POSITION
        LK-PARTY-SHARERS
    DIVIDE LK-AMOUNT BY LK-SHARER-COUNT GIVING SHARE-AMOUNT
    COMPUTE KILLER-AMOUNT =
        LK-AMOUNT - SHARE-AMOUNT * (LK-SHARER-COUNT - 1)
    CALL "Players-AwardXP" USING LK-KILLER-ID KILLER-AMOUNT
    IF SHARE-AMOUNT > 0
        PERFORM VARYING SHARER-INDEX FROM 2 BY 1
                UNTIL SHARER-INDEX > LK-SHARER-COUNT
            CALL "Players-AwardXP" USING
                LK-SHARER-PLAYER-ID(SHARER-INDEX) SHARE-AMOUNT
        END-PERFORM
    END-IF
    GOBACK.

END PROGRAM Parties-AwardKillXP.

*> --- Parties-LootPosition ---
*> Where one stack of a kill's loot lands, called by Entities-DropLoot
*> per stack: at the feet of the next sharer in the party's round
*> robin, so the drops spread across the group and each is picked up
*> by its own recipient. Out of a party, or with nobody else close
*> enough, the stack drops where the mob died, as it always has.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-LootPosition.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    COPY DD-PLAYERS.
    COPY DD-PARTY-SHARERS.
    01 PARTY-INDEX               BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 RECIPIENT                 BINARY-CHAR.
LINKAGE SECTION.
    01 LK-KILLER-ID              BINARY-CHAR.
    01 LK-POSITION.
        05 LK-X                  BINARY-LONG.
        05 LK-Y                  BINARY-LONG.
        05 LK-Z                  BINARY-LONG.
    01 LK-DROP-POSITION.
        05 LK-DROP-X             BINARY-LONG.
        05 LK-DROP-Y             BINARY-LONG.
        05 LK-DROP-Z             BINARY-LONG.

PROCEDURE DIVISION USING LK-KILLER-ID LK-POSITION LK-DROP-POSITION.
    MOVE LK-POSITION TO LK-DROP-POSITION
    CALL "Parties-FindSharers" USING LK-KILLER-ID LK-POSITION
        LK-PARTY-SHARERS
    IF LK-SHARER-COUNT < 2
        GOBACK
    END-IF
    CALL "Parties-FindByPlayer" USING LK-KILLER-ID PARTY-INDEX MEMBER-INDEX

    ADD 1 TO PARTY-LOOT-TURN(PARTY-INDEX)
    IF PARTY-LOOT-TURN(PARTY-INDEX) > LK-SHARER-COUNT
        MOVE 1 TO PARTY-LOOT-TURN(PARTY-INDEX)
    END-IF
    MOVE LK-SHARER-PLAYER-ID(PARTY-LOOT-TURN(PARTY-INDEX)) TO RECIPIENT
    MOVE PLAYER-POSITION(RECIPIENT) TO LK-DROP-POSITION
    GOBACK.

END PROGRAM Parties-LootPosition.

*> --- Parties-TabMark ---
*> Called by the tab-list code after each row it sends: when the viewer
*> and the row's player are in the same party, the row is relabelled
*> with the party marker. Rows between strangers are left alone.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-TabMark.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 VIEWER-PARTY              BINARY-LONG UNSIGNED.
    01 TARGET-PARTY              BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 DISPLAY-TEXT              PIC X(64).
LINKAGE SECTION.
    01 LK-VIEWER-ID              BINARY-CHAR.
    01 LK-TARGET-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-VIEWER-ID LK-TARGET-ID.
    CALL "Parties-FindByPlayer" USING LK-VIEWER-ID VIEWER-PARTY MEMBER-INDEX
    IF VIEWER-PARTY = 0
        GOBACK
    END-IF
    CALL "Parties-FindByPlayer" USING LK-TARGET-ID TARGET-PARTY MEMBER-INDEX
    IF TARGET-PARTY NOT = VIEWER-PARTY
        GOBACK
    END-IF
    MOVE SPACES TO DISPLAY-TEXT
    STRING "[Party] "
        PLAYER-NAME(LK-TARGET-ID)(1:PLAYER-NAME-LENGTH(LK-TARGET-ID))
        DELIMITED BY SIZE INTO DISPLAY-TEXT
    CALL "SendPacket-PlayerInfoDisplay" USING
        PLAYER-CLIENT(LK-VIEWER-ID) PLAYER-UUID(LK-TARGET-ID) DISPLAY-TEXT
    GOBACK.

END PROGRAM Parties-TabMark.

*> --- Parties-UpdateTab ---
*> Redraws the tab-list marker between one player and the online
*> members of a party, both ways: after a join the markers go up, and
*> after a leave or kick (LK-CLEAR set, the player already off the
*> roster) they come back down to plain names.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-UpdateTab.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    COPY DD-PLAYERS.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 MEMBER-PLAYER             BINARY-CHAR.
    01 CLEAR-TEXT                PIC X(64) VALUE SPACES.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-PARTY-INDEX            BINARY-LONG UNSIGNED.
    01 LK-CLEAR                  BINARY-CHAR UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-PARTY-INDEX LK-CLEAR.
    IF LK-CLEAR NOT = 0
        CALL "SendPacket-PlayerInfoDisplay" USING
            PLAYER-CLIENT(LK-PLAYER-ID) PLAYER-UUID(LK-PLAYER-ID)
            CLEAR-TEXT
    END-IF
    PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
            UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(LK-PARTY-INDEX)
        CALL "Players-FindConnectedByUUID" USING
            PARTY-MEMBER-UUID(LK-PARTY-INDEX, MEMBER-INDEX) MEMBER-PLAYER
        IF MEMBER-PLAYER NOT = 0
            IF LK-CLEAR = 0
                CALL "Parties-TabMark" USING MEMBER-PLAYER LK-PLAYER-ID
                IF MEMBER-PLAYER NOT = LK-PLAYER-ID
                    CALL "Parties-TabMark" USING LK-PLAYER-ID MEMBER-PLAYER
                END-IF
            ELSE
                CALL "SendPacket-PlayerInfoDisplay" USING
                    PLAYER-CLIENT(MEMBER-PLAYER) PLAYER-UUID(LK-PLAYER-ID)
                    CLEAR-TEXT
                CALL "SendPacket-PlayerInfoDisplay" USING
                    PLAYER-CLIENT(LK-PLAYER-ID) PLAYER-UUID(MEMBER-PLAYER)
                    CLEAR-TEXT
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Parties-UpdateTab.

*> --- Parties-Announce ---
*> One system line to every online member of a party.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-Announce.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    COPY DD-PLAYERS.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 MEMBER-PLAYER             BINARY-CHAR.
LINKAGE SECTION.
    01 LK-PARTY-INDEX            BINARY-LONG UNSIGNED.
    01 LK-LINE                   PIC X ANY LENGTH.

PROCEDURE DIVISION USING LK-PARTY-INDEX LK-LINE.
    PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
            UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(LK-PARTY-INDEX)
        CALL "Players-FindConnectedByUUID" USING
            PARTY-MEMBER-UUID(LK-PARTY-INDEX, MEMBER-INDEX) MEMBER-PLAYER
        IF MEMBER-PLAYER NOT = 0
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(MEMBER-PLAYER)
                LK-LINE
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Parties-Announce.

*> --- Parties-RemoveMember ---
*> Takes one member off a party's roster, closing the gap so the next
*> in line becomes leader when the leader goes. The last member out
*> disbands the party, and any invites still pointing at it lapse.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-RemoveMember.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 INVITE-INDEX              BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PARTY-INDEX            BINARY-LONG UNSIGNED.
    01 LK-MEMBER-INDEX           BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PARTY-INDEX LK-MEMBER-INDEX.
    PERFORM VARYING MEMBER-INDEX FROM LK-MEMBER-INDEX BY 1
            UNTIL MEMBER-INDEX >= PARTY-MEMBER-COUNT(LK-PARTY-INDEX)
        MOVE PARTY-MEMBER(LK-PARTY-INDEX, MEMBER-INDEX + 1)
            TO PARTY-MEMBER(LK-PARTY-INDEX, MEMBER-INDEX)
    END-PERFORM
    MOVE SPACES TO PARTY-MEMBER(LK-PARTY-INDEX,
        PARTY-MEMBER-COUNT(LK-PARTY-INDEX))
    SUBTRACT 1 FROM PARTY-MEMBER-COUNT(LK-PARTY-INDEX)

    IF PARTY-MEMBER-COUNT(LK-PARTY-INDEX) = 0
        INITIALIZE PARTY-RECORD(LK-PARTY-INDEX)
        PERFORM VARYING INVITE-INDEX FROM 1 BY 1 UNTIL INVITE-INDEX > 20
            IF INVITE-PARTY(INVITE-INDEX) = LK-PARTY-INDEX
                MOVE 0 TO INVITE-PENDING(INVITE-INDEX)
            END-IF
        END-PERFORM
    END-IF
    GOBACK.

END PROGRAM Parties-RemoveMember.

*> --- Parties-OnDisconnect ---
*> Called from Players-Disconnect. An invite waiting on the slot goes
*> with it. The player stays on their party's roster for a relog, but
*> a party left with nobody online disbands - nothing is kept for a
*> group that has gone home.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-OnDisconnect.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    COPY DD-PLAYERS.
    01 PARTY-INDEX               BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 MEMBER-PLAYER             BINARY-CHAR.
    01 ANYONE-ONLINE             BINARY-CHAR UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.

PROCEDURE DIVISION USING LK-PLAYER-ID.
    MOVE 0 TO INVITE-PENDING(LK-PLAYER-ID)
    CALL "Parties-FindByPlayer" USING LK-PLAYER-ID PARTY-INDEX MEMBER-INDEX
    IF PARTY-INDEX = 0
        GOBACK
    END-IF

    MOVE 0 TO ANYONE-ONLINE
    PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
            UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(PARTY-INDEX)
        CALL "Players-FindConnectedByUUID" USING
            PARTY-MEMBER-UUID(PARTY-INDEX, MEMBER-INDEX) MEMBER-PLAYER
        IF MEMBER-PLAYER NOT = 0 AND MEMBER-PLAYER NOT = LK-PLAYER-ID
            MOVE 1 TO ANYONE-ONLINE
        END-IF
    END-PERFORM
    IF ANYONE-ONLINE = 0
        PERFORM UNTIL PARTY-MEMBER-COUNT(PARTY-INDEX) = 0
            MOVE PARTY-MEMBER-COUNT(PARTY-INDEX) TO MEMBER-INDEX
            CALL "Parties-RemoveMember" USING PARTY-INDEX MEMBER-INDEX
        END-PERFORM
    END-IF
    GOBACK.

END PROGRAM Parties-OnDisconnect.

*> --- Parties-DeliverPartyChat ---
*> Delivers one party-channel line to every online member of the
*> sender's party, sender included. Called from Chat-Send for players
*> whose channel switch sits on the party setting.
IDENTIFICATION DIVISION.
PROGRAM-ID. Parties-DeliverPartyChat.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PARTIES.
    COPY DD-PLAYERS.
    01 PARTY-INDEX               BINARY-LONG UNSIGNED.
    01 MEMBER-INDEX              BINARY-LONG UNSIGNED.
    01 MEMBER-PLAYER             BINARY-CHAR.
    01 IS-IGNORED                BINARY-CHAR UNSIGNED.
    01 RELAY-LINE                PIC X(288).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-MESSAGE                PIC X(256).
    01 LK-MESSAGE-LENGTH         BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-MESSAGE LK-MESSAGE-LENGTH.
    CALL "Parties-FindByPlayer" USING LK-PLAYER-ID PARTY-INDEX MEMBER-INDEX
    IF PARTY-INDEX = 0
        CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(LK-PLAYER-ID)
            "You are not in a party - /pc again to leave the channel"
        GOBACK
    END-IF

    MOVE SPACES TO RELAY-LINE
    STRING "[party] <"
        PLAYER-NAME(LK-PLAYER-ID)(1:PLAYER-NAME-LENGTH(LK-PLAYER-ID))
        "> " LK-MESSAGE(1:LK-MESSAGE-LENGTH) DELIMITED BY SIZE
        INTO RELAY-LINE
    PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
            UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(PARTY-INDEX)
        CALL "Players-FindConnectedByUUID" USING
            PARTY-MEMBER-UUID(PARTY-INDEX, MEMBER-INDEX) MEMBER-PLAYER
        IF MEMBER-PLAYER NOT = 0
            *> a member who ignores the sender is spared the line too
            CALL "Ignore-Blocks" USING MEMBER-PLAYER LK-PLAYER-ID
                IS-IGNORED
            IF IS-IGNORED = 0
                CALL "SendPacket-SystemChat" USING
                    PLAYER-CLIENT(MEMBER-PLAYER) RELAY-LINE
            END-IF
        END-IF
    END-PERFORM
    GOBACK.

END PROGRAM Parties-DeliverPartyChat.

*> --- RegisterCommand-Party ---
*> Registers the party suite at permission level 0:
*>   party create         - start a party and lead it
*>   party invite <name>  - leader invites an online player
*>   party accept         - join the party of the latest invite
*>   party leave          - leave (the last one out disbands it)
*>   party kick <name>    - leader removes a member
*>   party                - the roster, leader first
*> plus PC, the party chat channel toggle (the same channel switch the
*> local and town channels use, routed through Chat-Send). An invite
*> waits party-invite-ticks (default a minute), as a TPA request does.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterCommand-Party.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 CALLBACK-PTR              PROGRAM-POINTER.

PROCEDURE DIVISION.
    SET CALLBACK-PTR TO ENTRY "Callback-Party"
    CALL "Commands-Register" USING "PARTY" 0 CALLBACK-PTR
    SET CALLBACK-PTR TO ENTRY "Callback-PartyChat"
    CALL "Commands-Register" USING "PC" 0 CALLBACK-PTR
    GOBACK.

    *> --- Callback-PartyChat ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-PartyChat.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            GOBACK
        END-IF
        IF PLAYER-CHAT-LOCAL(COMMANDS-ACTOR-PLAYER) = 3
            MOVE 0 TO PLAYER-CHAT-LOCAL(COMMANDS-ACTOR-PLAYER)
            STRING "Back on global chat" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
        ELSE
            MOVE 3 TO PLAYER-CHAT-LOCAL(COMMANDS-ACTOR-PLAYER)
            STRING "Party chat on" DELIMITED BY SIZE
                INTO LK-COMMAND-RESPONSE-TEXT
        END-IF
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    END PROGRAM Callback-PartyChat.

    *> --- Callback-Party ---
    IDENTIFICATION DIVISION.
    PROGRAM-ID. Callback-Party.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        COPY DD-PARTIES.
        COPY DD-PLAYERS.
        COPY DD-COMMANDS.
        COPY DD-WORLD.
        01 SUB-COMMAND            PIC X(12).
        01 ARG-TOKEN              PIC X(16).
        01 ACTOR-PARTY            BINARY-LONG UNSIGNED.
        01 ACTOR-MEMBER           BINARY-LONG UNSIGNED.
        01 PARTY-INDEX            BINARY-LONG UNSIGNED.
        01 MEMBER-INDEX           BINARY-LONG UNSIGNED.
        01 TARGET-NAME-LENGTH     BINARY-LONG UNSIGNED.
        01 TARGET-UUID            PIC X(16).
        01 TARGET-FOUND           BINARY-CHAR UNSIGNED.
        01 TARGET-PLAYER          BINARY-CHAR.
        01 TARGET-PARTY           BINARY-LONG UNSIGNED.
        01 TARGET-MEMBER          BINARY-LONG UNSIGNED.
        01 MEMBER-PLAYER          BINARY-CHAR.
        01 IS-IGNORED             BINARY-CHAR UNSIGNED.
        01 EXPIRY-TICKS           BINARY-LONG-LONG.
        01 ASK-TEXT               PIC X(96).
        01 CLICK-COMMAND          PIC X(16) VALUE "/party accept".
        01 HOVER-TEXT             PIC X(32) VALUE "Click to join".
        01 ASK-JSON               PIC X(512).
        01 ASK-JSON-LEN           BINARY-LONG UNSIGNED.
        01 ANNOUNCE-LINE          PIC X(96).
        01 SET-MARKS              BINARY-CHAR UNSIGNED VALUE 0.
        01 CLEAR-MARKS            BINARY-CHAR UNSIGNED VALUE 1.
    LINKAGE SECTION.
        COPY DD-CALLBACK-COMMAND.

    PROCEDURE DIVISION USING LK-COMMAND-ARGS LK-COMMAND-ARGS-LENGTH
            LK-COMMAND-PERMISSION LK-COMMAND-RESPONSE-TEXT
            LK-COMMAND-RESPONSE-LENGTH.
        IF COMMANDS-ACTOR-PLAYER = 0
            GOBACK
        END-IF
        MOVE SPACES TO SUB-COMMAND
        MOVE SPACES TO ARG-TOKEN
        IF LK-COMMAND-ARGS-LENGTH > 0
            UNSTRING LK-COMMAND-ARGS(1:LK-COMMAND-ARGS-LENGTH)
                DELIMITED BY ALL " " INTO SUB-COMMAND ARG-TOKEN
        END-IF
        CALL "Parties-FindByPlayer" USING COMMANDS-ACTOR-PLAYER
            ACTOR-PARTY ACTOR-MEMBER

        EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(SUB-COMMAND))
            WHEN "CREATE"
                PERFORM PARTY-CREATE
            WHEN "INVITE"
                PERFORM SEND-INVITE
            WHEN "ACCEPT"
                PERFORM PARTY-ACCEPT
            WHEN "LEAVE"
                PERFORM PARTY-LEAVE
            WHEN "KICK"
                PERFORM PARTY-KICK
            WHEN SPACES
                PERFORM PARTY-ROSTER
            WHEN OTHER
                MOVE "Usage: party create | invite <name> | accept | leave | kick <name>"
                    TO LK-COMMAND-RESPONSE-TEXT
        END-EVALUATE
        COMPUTE LK-COMMAND-RESPONSE-LENGTH =
            FUNCTION STORED-CHAR-LENGTH(LK-COMMAND-RESPONSE-TEXT)
        GOBACK.

    PARTY-CREATE.
        IF ACTOR-PARTY NOT = 0
            MOVE "You are already in a party" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING PARTY-INDEX FROM 1 BY 1
                UNTIL PARTY-INDEX > MAX-PARTIES
            IF PARTY-USED(PARTY-INDEX) = 0
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF PARTY-INDEX > MAX-PARTIES
            MOVE "Too many parties right now - try again later"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        INITIALIZE PARTY-RECORD(PARTY-INDEX)
        MOVE 1 TO PARTY-USED(PARTY-INDEX)
        MOVE 1 TO PARTY-MEMBER-COUNT(PARTY-INDEX)
        MOVE PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            TO PARTY-MEMBER-UUID(PARTY-INDEX, 1)
        MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
            TO PARTY-MEMBER-NAME(PARTY-INDEX, 1)
        CALL "Parties-UpdateTab" USING COMMANDS-ACTOR-PLAYER PARTY-INDEX
            SET-MARKS
        MOVE "Party created - invite friends with /party invite <name>"
            TO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    SEND-INVITE.
        IF ACTOR-PARTY = 0 OR ACTOR-MEMBER NOT = 1
            MOVE "Only a party leader can invite - /party create first"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF PARTY-MEMBER-COUNT(ACTOR-PARTY) >= MAX-PARTY-MEMBERS
            MOVE "Your party is full" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        PERFORM FIND-TARGET-PLAYER
        IF TARGET-PLAYER = 0 OR TARGET-PLAYER = COMMANDS-ACTOR-PLAYER
            STRING "Player not online: " FUNCTION TRIM(ARG-TOKEN)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        CALL "Parties-FindByPlayer" USING TARGET-PLAYER TARGET-PARTY
            TARGET-MEMBER
        IF TARGET-PARTY NOT = 0
            STRING FUNCTION TRIM(ARG-TOKEN) " is already in a party"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        CALL "Ignore-Blocks" USING TARGET-PLAYER COMMANDS-ACTOR-PLAYER
            IS-IGNORED
        IF IS-IGNORED NOT = 0
            STRING FUNCTION TRIM(ARG-TOKEN)
                " is not accepting party invites from you"
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        CALL "Config-GetNumber" USING "party-invite-ticks" 1200
            EXPIRY-TICKS
        IF EXPIRY-TICKS < 1
            MOVE 1200 TO EXPIRY-TICKS
        END-IF
        MOVE 1 TO INVITE-PENDING(TARGET-PLAYER)
        MOVE COMMANDS-ACTOR-PLAYER TO INVITE-FROM-PLAYER(TARGET-PLAYER)
        MOVE ACTOR-PARTY TO INVITE-PARTY(TARGET-PLAYER)
        COMPUTE INVITE-EXPIRY-TICK(TARGET-PLAYER) =
            WORLD-CURRENT-TICK + EXPIRY-TICKS

        MOVE SPACES TO ASK-TEXT
        STRING PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
            " invites you to their party - click to join"
            DELIMITED BY SIZE INTO ASK-TEXT
        CALL "Json-BuildClickComponent" USING ASK-TEXT
            FUNCTION STORED-CHAR-LENGTH(ASK-TEXT) "yellow"
            CLICK-COMMAND FUNCTION STORED-CHAR-LENGTH(CLICK-COMMAND)
            HOVER-TEXT FUNCTION STORED-CHAR-LENGTH(HOVER-TEXT)
            ASK-JSON ASK-JSON-LEN
        CALL "SendPacket-SystemChatJson" USING PLAYER-CLIENT(TARGET-PLAYER)
            ASK-JSON ASK-JSON-LEN

        STRING "Party invite sent to " FUNCTION TRIM(ARG-TOKEN)
            DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
        EXIT PARAGRAPH.

    PARTY-ACCEPT.
        IF INVITE-PENDING(COMMANDS-ACTOR-PLAYER) = 0
                OR INVITE-EXPIRY-TICK(COMMANDS-ACTOR-PLAYER)
                    < WORLD-CURRENT-TICK
            MOVE 0 TO INVITE-PENDING(COMMANDS-ACTOR-PLAYER)
            MOVE "You have no pending party invite"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE INVITE-PARTY(COMMANDS-ACTOR-PLAYER) TO PARTY-INDEX
        MOVE 0 TO INVITE-PENDING(COMMANDS-ACTOR-PLAYER)
        IF ACTOR-PARTY NOT = 0
            MOVE "Leave your current party first"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF PARTY-USED(PARTY-INDEX) = 0
            MOVE "That party has disbanded" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        IF PARTY-MEMBER-COUNT(PARTY-INDEX) >= MAX-PARTY-MEMBERS
            MOVE "That party is full" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        ADD 1 TO PARTY-MEMBER-COUNT(PARTY-INDEX)
        MOVE PARTY-MEMBER-COUNT(PARTY-INDEX) TO MEMBER-INDEX
        MOVE PLAYER-UUID(COMMANDS-ACTOR-PLAYER)
            TO PARTY-MEMBER-UUID(PARTY-INDEX, MEMBER-INDEX)
        MOVE PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
            TO PARTY-MEMBER-NAME(PARTY-INDEX, MEMBER-INDEX)
        CALL "Parties-UpdateTab" USING COMMANDS-ACTOR-PLAYER PARTY-INDEX
            SET-MARKS
        MOVE SPACES TO ANNOUNCE-LINE
        STRING PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
            " joined the party" DELIMITED BY SIZE INTO ANNOUNCE-LINE
        CALL "Parties-Announce" USING PARTY-INDEX ANNOUNCE-LINE
        EXIT PARAGRAPH.

    PARTY-LEAVE.
        IF ACTOR-PARTY = 0
            MOVE "You are not in a party" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        CALL "Parties-RemoveMember" USING ACTOR-PARTY ACTOR-MEMBER
        IF PARTY-USED(ACTOR-PARTY) NOT = 0
            CALL "Parties-UpdateTab" USING COMMANDS-ACTOR-PLAYER
                ACTOR-PARTY CLEAR-MARKS
            MOVE SPACES TO ANNOUNCE-LINE
            STRING PLAYER-NAME(COMMANDS-ACTOR-PLAYER)
                    (1:PLAYER-NAME-LENGTH(COMMANDS-ACTOR-PLAYER))
                " left the party" DELIMITED BY SIZE INTO ANNOUNCE-LINE
            CALL "Parties-Announce" USING ACTOR-PARTY ANNOUNCE-LINE
            MOVE "You left the party" TO LK-COMMAND-RESPONSE-TEXT
        ELSE
            CALL "Parties-UpdateTab" USING COMMANDS-ACTOR-PLAYER
                ACTOR-PARTY CLEAR-MARKS
            MOVE "You left the party; it has disbanded"
                TO LK-COMMAND-RESPONSE-TEXT
        END-IF
        IF PLAYER-CHAT-LOCAL(COMMANDS-ACTOR-PLAYER) = 3
            MOVE 0 TO PLAYER-CHAT-LOCAL(COMMANDS-ACTOR-PLAYER)
        END-IF
        EXIT PARAGRAPH.

    PARTY-KICK.
        IF ACTOR-PARTY = 0 OR ACTOR-MEMBER NOT = 1
            MOVE "Only a party leader can kick" TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO TARGET-MEMBER
        PERFORM VARYING MEMBER-INDEX FROM 2 BY 1
                UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(ACTOR-PARTY)
            IF FUNCTION UPPER-CASE(PARTY-MEMBER-NAME(ACTOR-PARTY,
                    MEMBER-INDEX)) = FUNCTION UPPER-CASE(ARG-TOKEN)
                MOVE MEMBER-INDEX TO TARGET-MEMBER
            END-IF
        END-PERFORM
        IF ARG-TOKEN = SPACES OR TARGET-MEMBER = 0
            STRING "No party member named " FUNCTION TRIM(ARG-TOKEN)
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF

        CALL "Players-FindConnectedByUUID" USING
            PARTY-MEMBER-UUID(ACTOR-PARTY, TARGET-MEMBER) MEMBER-PLAYER
        CALL "Parties-RemoveMember" USING ACTOR-PARTY TARGET-MEMBER
        IF MEMBER-PLAYER NOT = 0
            CALL "Parties-UpdateTab" USING MEMBER-PLAYER ACTOR-PARTY
                CLEAR-MARKS
            IF PLAYER-CHAT-LOCAL(MEMBER-PLAYER) = 3
                MOVE 0 TO PLAYER-CHAT-LOCAL(MEMBER-PLAYER)
            END-IF
            CALL "SendPacket-SystemChat" USING PLAYER-CLIENT(MEMBER-PLAYER)
                "You were removed from the party"
        END-IF
        MOVE SPACES TO ANNOUNCE-LINE
        STRING FUNCTION TRIM(ARG-TOKEN) " was removed from the party"
            DELIMITED BY SIZE INTO ANNOUNCE-LINE
        CALL "Parties-Announce" USING ACTOR-PARTY ANNOUNCE-LINE
        EXIT PARAGRAPH.

    PARTY-ROSTER.
        IF ACTOR-PARTY = 0
            MOVE "You are not in a party - /party create to start one"
                TO LK-COMMAND-RESPONSE-TEXT
            EXIT PARAGRAPH
        END-IF
        MOVE "Party:" TO LK-COMMAND-RESPONSE-TEXT
        PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                UNTIL MEMBER-INDEX > PARTY-MEMBER-COUNT(ACTOR-PARTY)
            CALL "Players-FindConnectedByUUID" USING
                PARTY-MEMBER-UUID(ACTOR-PARTY, MEMBER-INDEX) MEMBER-PLAYER
            STRING FUNCTION TRIM(LK-COMMAND-RESPONSE-TEXT) " "
                FUNCTION TRIM(PARTY-MEMBER-NAME(ACTOR-PARTY, MEMBER-INDEX))
                DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            IF MEMBER-INDEX = 1
                STRING FUNCTION TRIM(LK-COMMAND-RESPONSE-TEXT) " (leader)"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            END-IF
            IF MEMBER-PLAYER = 0
                STRING FUNCTION TRIM(LK-COMMAND-RESPONSE-TEXT) " (offline)"
                    DELIMITED BY SIZE INTO LK-COMMAND-RESPONSE-TEXT
            END-IF
        END-PERFORM
        EXIT PARAGRAPH.

    FIND-TARGET-PLAYER.
        MOVE 0 TO TARGET-PLAYER
        COMPUTE TARGET-NAME-LENGTH = FUNCTION STORED-CHAR-LENGTH(ARG-TOKEN)
        IF TARGET-NAME-LENGTH > 0
            CALL "Players-LookupUUIDByName" USING ARG-TOKEN
                TARGET-NAME-LENGTH TARGET-UUID TARGET-FOUND
            IF TARGET-FOUND NOT = 0
                CALL "Players-FindConnectedByUUID" USING TARGET-UUID
                    TARGET-PLAYER
            END-IF
        END-IF.

    END PROGRAM Callback-Party.

END PROGRAM RegisterCommand-Party.
