            COMPUTE COMMAND-LENGTH =
                FUNCTION STORED-CHAR-LENGTH(COMMAND-TEXT)
            CALL "Commands-SetActor" USING C-CONSOLE-ACTOR
            CALL "Commands-SetSource" USING "scheduler"
            CALL "Commands-Dispatch" USING COMMAND-TEXT COMMAND-LENGTH
                C-OPERATOR-LEVEL RESPONSE-TEXT RESPONSE-LENGTH
            MOVE SPACES TO LOG-MESSAGE
