        GOBACK
    END-IF

    *> the blob starts at its first byte, where NbtEncode-RootCompound
    *> put the envelope
    MOVE 1 TO NBT-DECODER-OFFSET
    MOVE 0 TO NBT-DECODER-LEVEL
    MOVE SPACES TO CURRENT-ENTRY-ID
    CALL "NbtDecode-RootCompound" USING NBT-DECODER-STATE LK-NBT-DATA
