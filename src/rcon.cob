                *> operator-level permission: RCON is a trusted admin
                *> channel; there is no player behind the connection
                CALL "Commands-SetActor" USING 0
                CALL "Commands-SetSource" USING "rcon"
                MOVE SPACES TO RESPONSE-TEXT
                CALL "Commands-Dispatch" USING COMMAND-TEXT BODY-LENGTH 4 RESPONSE-TEXT RESPONSE-LENGTH
                CALL "Rcon-SendPacket" USING LK-CLIENT-HNDL REQUEST-ID C-SERVERDATA-RESPONSE-VALUE RESPONSE-TEXT RESPONSE-LENGTH
