                    PLAYER-TEXTURES(LK-PLAYER-ID)
                    PLAYER-TEXTURES-LENGTH(LK-PLAYER-ID)
                    PLAYER-LATENCY-MS(LK-PLAYER-ID)
                *> a party-mate back from a relog gets their marker
                CALL "Parties-TabMark" USING OTHER-INDEX LK-PLAYER-ID
            END-IF
            *> and everyone already here appears on the joiner's,
            *> vanished moderators withheld the same way
                    PLAYER-TEXTURES(OTHER-INDEX)
                    PLAYER-TEXTURES-LENGTH(OTHER-INDEX)
                    PLAYER-LATENCY-MS(OTHER-INDEX)
                CALL "Parties-TabMark" USING LK-PLAYER-ID OTHER-INDEX
            END-IF
        END-IF
    END-PERFORM
