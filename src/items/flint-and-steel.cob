*> primed fuse through Explosions-Prime) and lighting nether portals
*> (an obsidian frame check and fill through Nether-LightPortal).
*> Lighting is a block mutation, so the claim gate and item-use audit
*> trail both apply the way they do for buckets, and nothing is lit
*> where an admin region denies FIRE.
IDENTIFICATION DIVISION.
PROGRAM-ID. RegisterItem-FlintAndSteel.

    DATA DIVISION.
    WORKING-STORAGE SECTION.
        01 CLAIM-ALLOWED            BINARY-CHAR UNSIGNED.
        01 FIRE-ALLOWED             BINARY-CHAR UNSIGNED.
        01 TARGET-BLOCK-ID          BINARY-LONG.
        01 TNT-BASE-ID              BINARY-LONG.
        01 OBSIDIAN-ID              BINARY-LONG.
        IF CLAIM-ALLOWED = 0
            GOBACK
        END-IF
        CALL "Regions-CheckFlag" USING "FIRE" LK-POSITION FIRE-ALLOWED
        IF FIRE-ALLOWED = 0
            CALL "Regions-Notify" USING LK-PLAYER "region-no-fire"
                "Fire can't be lit here"
            GOBACK
        END-IF
        CALL "World-GetBlock" USING LK-POSITION TARGET-BLOCK-ID
        CALL "Blocks-Get-BaseStateId" USING "minecraft:tnt" TNT-BASE-ID
        IF TARGET-BLOCK-ID >= TNT-BASE-ID
