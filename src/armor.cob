*> --- Armor-PiecePoints ---
*> The armor points and toughness of the item in one of the four armor
*> slots (6 helmet, 7 chestplate, 8 leggings, 9 boots - the same slots
*> Players-BroadcastEquipment shows); 0 and 0 for anything that is not
*> an armor piece. Pieces are recognised by registry name,
*> "<material>_<piece>", against vanilla's table:
*>                 helmet chest legs boots  toughness (each)
*>   leather          1     3     2    1       0
*>   golden           2     5     3    1       0
*>   chainmail        2     5     4    1       0
*>   iron             2     6     5    2       0
*>   diamond          3     8     6    3       2
*>   netherite        3     8     6    3       3
*>   turtle helmet    2
*> Anything else in an armor slot (a pumpkin, a block) counts for
*> nothing.
IDENTIFICATION DIVISION.
PROGRAM-ID. Armor-PiecePoints.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 C-MINECRAFT-ITEM          PIC X(16) VALUE "minecraft:item".
    01 ITEM-NAME                 PIC X(64).
    01 MATERIAL-NAME             PIC X(32).
    01 PIECE-NAME                PIC X(32).
    01 NAME-LENGTH               BINARY-LONG UNSIGNED.
    01 SPLIT-POSITION            BINARY-LONG UNSIGNED.
    *> the four pieces in slot order: helmet, chestplate, leggings,
    *> boots
    01 PIECE-NUMBER              BINARY-LONG UNSIGNED.
    01 MATERIAL-POINTS           PIC X(4).
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-SLOT-INDEX             BINARY-CHAR UNSIGNED.
    01 LK-POINTS                 BINARY-LONG UNSIGNED.
    01 LK-TOUGHNESS              BINARY-LONG UNSIGNED.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-SLOT-INDEX LK-POINTS LK-TOUGHNESS.
    MOVE 0 TO LK-POINTS
    MOVE 0 TO LK-TOUGHNESS
    IF PLAYER-INVENTORY-SLOT-COUNT(LK-PLAYER-ID, LK-SLOT-INDEX) = 0
        GOBACK
    END-IF
    MOVE SPACES TO ITEM-NAME
    CALL "Registries-Get-EntryName" USING C-MINECRAFT-ITEM
        PLAYER-INVENTORY-SLOT-ID(LK-PLAYER-ID, LK-SLOT-INDEX) ITEM-NAME
    COMPUTE NAME-LENGTH = FUNCTION STORED-CHAR-LENGTH(ITEM-NAME)
    IF NAME-LENGTH < 12 OR ITEM-NAME(1:10) NOT = "minecraft:"
        GOBACK
    END-IF

    *> split "<material>_<piece>" at the last underscore
    MOVE 0 TO SPLIT-POSITION
    PERFORM VARYING NAME-LENGTH FROM NAME-LENGTH BY -1
            UNTIL NAME-LENGTH <= 10 OR SPLIT-POSITION NOT = 0
        IF ITEM-NAME(NAME-LENGTH:1) = "_"
            MOVE NAME-LENGTH TO SPLIT-POSITION
        END-IF
    END-PERFORM
    IF SPLIT-POSITION <= 11
        GOBACK
    END-IF
    MOVE ITEM-NAME(11:SPLIT-POSITION - 11) TO MATERIAL-NAME
    MOVE ITEM-NAME(SPLIT-POSITION + 1:) TO PIECE-NAME

    EVALUATE PIECE-NAME
        WHEN "helmet"
            MOVE 1 TO PIECE-NUMBER
        WHEN "chestplate"
            MOVE 2 TO PIECE-NUMBER
        WHEN "leggings"
            MOVE 3 TO PIECE-NUMBER
        WHEN "boots"
            MOVE 4 TO PIECE-NUMBER
        WHEN OTHER
            GOBACK
    END-EVALUATE

    *> points per piece, helmet to boots
    EVALUATE MATERIAL-NAME
        WHEN "leather"
            MOVE "1321" TO MATERIAL-POINTS
        WHEN "golden"
            MOVE "2531" TO MATERIAL-POINTS
        WHEN "chainmail"
            MOVE "2541" TO MATERIAL-POINTS
        WHEN "iron"
            MOVE "2652" TO MATERIAL-POINTS
        WHEN "diamond"
            MOVE "3863" TO MATERIAL-POINTS
            MOVE 2 TO LK-TOUGHNESS
        WHEN "netherite"
            MOVE "3863" TO MATERIAL-POINTS
            MOVE 3 TO LK-TOUGHNESS
        WHEN "turtle"
            MOVE "2000" TO MATERIAL-POINTS
        WHEN OTHER
            GOBACK
    END-EVALUATE
    MOVE MATERIAL-POINTS(PIECE-NUMBER:1) TO LK-POINTS
    IF LK-POINTS = 0
        MOVE 0 TO LK-TOUGHNESS
    END-IF
    GOBACK.

END PROGRAM Armor-PiecePoints.

*> --- Armor-ReduceDamage ---
*> Cuts one incoming hit down by what the victim wears, vanilla's two
*> stages in order, before the caller hands the result to
*> Players-Damage:
*>   armor:      the points absorb min(20, max(points / 5,
*>               points - 4 * damage / (toughness + 8))) / 25 of it
*>   protection: every worn piece's Protection level counts 1, and
*>               Projectile or Blast Protection 2 a level against
*>               their own kind of hit; the total (capped at 20)
*>               absorbs that many 25ths of what is left
*> LK-DAMAGE-KIND is 1 for melee (players and mobs alike), 2 for
*> projectiles, 3 for explosions. Every worn piece then takes a
*> quarter of the hit (at least one point) through Players-DamageItem,
*> so armor wears out the way tools do, and the victim's inventory is
*> resent to show it.
IDENTIFICATION DIVISION.
PROGRAM-ID. Armor-ReduceDamage.

DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY DD-PLAYERS.
    01 C-PROTECTION-NAME         PIC X(32) VALUE "minecraft:protection".
    01 C-PROJECTILE-PROT-NAME    PIC X(32)
                                 VALUE "minecraft:projectile_protection".
    01 C-BLAST-PROT-NAME         PIC X(32)
                                 VALUE "minecraft:blast_protection".
    01 SLOT-INDEX                BINARY-CHAR UNSIGNED.
    01 PIECE-POINTS              BINARY-LONG UNSIGNED.
    01 PIECE-TOUGHNESS           BINARY-LONG UNSIGNED.
    01 ARMOR-POINTS              BINARY-LONG UNSIGNED.
    01 ARMOR-TOUGHNESS           BINARY-LONG UNSIGNED.
    01 ENCHANT-LEVEL             BINARY-CHAR UNSIGNED.
    01 PROTECTION-FACTOR         BINARY-LONG UNSIGNED.
    01 ABSORBED                  FLOAT-LONG.
    01 REDUCED-DAMAGE            FLOAT-LONG.
    01 WEAR-AMOUNT               BINARY-LONG UNSIGNED.
    01 PIECES-WORN               BINARY-LONG UNSIGNED.
LINKAGE SECTION.
    01 LK-PLAYER-ID              BINARY-CHAR.
    01 LK-DAMAGE-KIND            BINARY-CHAR UNSIGNED.
        88 LK-KIND-PROJECTILE    VALUE 2.
        88 LK-KIND-EXPLOSION     VALUE 3.
    01 LK-DAMAGE                 FLOAT.

PROCEDURE DIVISION USING LK-PLAYER-ID LK-DAMAGE-KIND LK-DAMAGE.
    IF LK-DAMAGE <= 0
        GOBACK
    END-IF

    MOVE 0 TO ARMOR-POINTS
    MOVE 0 TO ARMOR-TOUGHNESS
    MOVE 0 TO PROTECTION-FACTOR
    MOVE 0 TO PIECES-WORN
    PERFORM VARYING SLOT-INDEX FROM 6 BY 1 UNTIL SLOT-INDEX > 9
        CALL "Armor-PiecePoints" USING LK-PLAYER-ID SLOT-INDEX
            PIECE-POINTS PIECE-TOUGHNESS
        IF PIECE-POINTS > 0
            ADD 1 TO PIECES-WORN
            ADD PIECE-POINTS TO ARMOR-POINTS
            ADD PIECE-TOUGHNESS TO ARMOR-TOUGHNESS
            CALL "Enchant-GetSlotLevel" USING LK-PLAYER-ID SLOT-INDEX
                C-PROTECTION-NAME ENCHANT-LEVEL
            ADD ENCHANT-LEVEL TO PROTECTION-FACTOR
            IF LK-KIND-PROJECTILE
                CALL "Enchant-GetSlotLevel" USING LK-PLAYER-ID SLOT-INDEX
                    C-PROJECTILE-PROT-NAME ENCHANT-LEVEL
                COMPUTE PROTECTION-FACTOR =
                    PROTECTION-FACTOR + ENCHANT-LEVEL * 2
            END-IF
            IF LK-KIND-EXPLOSION
                CALL "Enchant-GetSlotLevel" USING LK-PLAYER-ID SLOT-INDEX
                    C-BLAST-PROT-NAME ENCHANT-LEVEL
                COMPUTE PROTECTION-FACTOR =
                    PROTECTION-FACTOR + ENCHANT-LEVEL * 2
            END-IF
        END-IF
    END-PERFORM
    IF PIECES-WORN = 0
        GOBACK
    END-IF

    COMPUTE ABSORBED = ARMOR-POINTS
        - 4 * LK-DAMAGE / (ARMOR-TOUGHNESS + 8)
    IF ABSORBED < ARMOR-POINTS / 5
        COMPUTE ABSORBED = ARMOR-POINTS / 5
    END-IF
    IF ABSORBED > 20
        MOVE 20 TO ABSORBED
    END-IF
    COMPUTE REDUCED-DAMAGE = LK-DAMAGE * (1 - ABSORBED / 25)
    IF PROTECTION-FACTOR > 20
        MOVE 20 TO PROTECTION-FACTOR
    END-IF
    COMPUTE REDUCED-DAMAGE =
        REDUCED-DAMAGE * (1 - PROTECTION-FACTOR / 25)

    *> the wear is off the hit as it arrived, not as it landed
    COMPUTE WEAR-AMOUNT = LK-DAMAGE / 4
    IF WEAR-AMOUNT < 1
        MOVE 1 TO WEAR-AMOUNT
    END-IF
    PERFORM VARYING SLOT-INDEX FROM 6 BY 1 UNTIL SLOT-INDEX > 9
        CALL "Armor-PiecePoints" USING LK-PLAYER-ID SLOT-INDEX
            PIECE-POINTS PIECE-TOUGHNESS
        IF PIECE-POINTS > 0
            CALL "Players-DamageItem" USING LK-PLAYER-ID SLOT-INDEX
                WEAR-AMOUNT
        END-IF
    END-PERFORM
    CALL "Crafting-SendInventory" USING LK-PLAYER-ID

    MOVE REDUCED-DAMAGE TO LK-DAMAGE
    GOBACK.

END PROGRAM Armor-ReduceDamage.
