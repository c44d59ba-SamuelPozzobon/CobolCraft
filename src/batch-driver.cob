*> --- BatchDriver-Run ---
*> The nightly batch stream: runs the offline batches as ordered steps
*> instead of by hand. The steps come from batch-jobs.txt, next to
*> server.properties - one PROGRAM-ID per line, "#" for comments, run
*> top to bottom - which is written out with the standard stream the
*> first time the driver finds none. save/server.lock is checked once,
*> up front: a live server refuses the whole stream, not step by step.
*> Every step goes on record in save/logs/batch-control.dat, the
*> run-control file, as a STARTED line before its CALL and a
*> COMPLETED or FAILED line after it, each with the business date,
*> step number, program, start and end stamps and the record and
*> exception counts the step handed back through DD-BATCH-STEP. The
*> newest line per business date and program is that step's status.
*> A step that fails stops the stream. The next run resumes the same
*> business date from the failed step - steps already COMPLETED for
*> that date are never called again, so a restart cannot pay interest
*> twice - and once that date is whole, carries on with today's. A
*> STARTED line with no outcome after it (the process died mid-step)
*> counts as not completed and the step is run again.
IDENTIFICATION DIVISION.
PROGRAM-ID. BatchDriver-Run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL FD-JOBS
        ASSIGN TO "batch-jobs.txt"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FD-CONTROL
        ASSIGN TO "save/logs/batch-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FD-JOBS.
    01 JOB-LINE                  PIC X(80).
FD FD-CONTROL.
    01 CONTROL-LINE              PIC X(120).
WORKING-STORAGE SECTION.
    COPY DD-BATCH-STEP.
    01 FILE-EXIST-INFO.
        05 FILE-EXIST-SIZE       PIC X(8) COMP-X.
        05 FILE-EXIST-STAMP      PIC X(8).
    *> the standard stream, written to batch-jobs.txt when it is missing
    01 C-DEFAULT-STEP-COUNT      BINARY-LONG UNSIGNED VALUE 14.
    01 DEFAULT-STEP-TABLE.
        05 FILLER PIC X(32) VALUE "PlayerFiles-Check".
        05 FILLER PIC X(32) VALUE "EconomyDaily-Run".
        05 FILLER PIC X(32) VALUE "Playtime-Report".
        05 FILLER PIC X(32) VALUE "Leaderboard-Report".
        05 FILLER PIC X(32) VALUE "DuelLadder-Report".
        05 FILLER PIC X(32) VALUE "Votes-Report".
        05 FILLER PIC X(32) VALUE "AltDetect-Report".
        05 FILLER PIC X(32) VALUE "ReferralSettle-Run".
        05 FILLER PIC X(32) VALUE "Density-Report".
        05 FILLER PIC X(32) VALUE "Xray-Report".
        05 FILLER PIC X(32) VALUE "DataExtract-Run".
        05 FILLER PIC X(32) VALUE "MapRender-Run".
        05 FILLER PIC X(32) VALUE "Backup-VerifyLatest".
        05 FILLER PIC X(32) VALUE "DiskUsage-Run".
    01 DEFAULT-STEP-LIST REDEFINES DEFAULT-STEP-TABLE.
        05 DEFAULT-STEP OCCURS 14 TIMES PIC X(32).
    *> the stream as defined, with each step's status for the business
    *> date being run
    01 MAX-STEPS                 BINARY-LONG UNSIGNED VALUE 32.
    01 STEPS.
        05 STEP-ENTRY OCCURS 32 TIMES.
            10 STEP-PROGRAM      PIC X(32).
            10 STEP-STATUS       PIC X(9).
    01 STEP-COUNT                BINARY-LONG UNSIGNED.
    01 STEP-INDEX                BINARY-LONG UNSIGNED.
    01 FOUND-INDEX               BINARY-LONG UNSIGNED.
    01 JOB-TOKEN                 PIC X(80).
    *> one run-control line
    01 CONTROL-RECORD.
        05 CONTROL-DATE          PIC X(8).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 CONTROL-STEP          PIC 9(3).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 CONTROL-PROGRAM       PIC X(32).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 CONTROL-STATUS        PIC X(9).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 CONTROL-START         PIC X(14).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 CONTROL-END           PIC X(14).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 CONTROL-RECORDS       PIC 9(9).
        05 FILLER                PIC X(1) VALUE SPACE.
        05 CONTROL-EXCEPTIONS    PIC 9(9).
    01 LATEST-DATE               PIC X(8).
    01 TODAY-DATE                PIC X(8).
    01 BUSINESS-DATE             PIC X(8).
    01 STEP-START                PIC X(14).
    01 STREAM-FAILED             BINARY-CHAR UNSIGNED.
    01 STEP-UNKNOWN              BINARY-CHAR UNSIGNED.
    01 DATE-COMPLETE             BINARY-CHAR UNSIGNED.
    01 STEPS-RUN                 BINARY-LONG UNSIGNED.
    01 STEP-DISPLAY              PIC Z(2)9.
    01 LOG-MESSAGE               PIC X(160).

PROCEDURE DIVISION.
    CALL "CBL_CHECK_FILE_EXIST" USING "save/server.lock" FILE-EXIST-INFO
    IF RETURN-CODE = 0
        CALL "Log-Write" USING "WARN"
            "batch stream refused: server.lock present, stop the server first"
        GOBACK
    END-IF

    CALL "CBL_CREATE_DIR" USING "save"
    CALL "CBL_CREATE_DIR" USING "save/logs"
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
    MOVE 0 TO STREAM-FAILED

    PERFORM LOAD-JOBS
    IF STEP-COUNT = 0
        CALL "Log-Write" USING "ERROR"
            "batch stream: batch-jobs.txt names no steps"
        GOBACK
    END-IF

    *> an unfinished business date is resumed before today is started
    PERFORM READ-CONTROL
    IF LATEST-DATE NOT = SPACES
        PERFORM CHECK-DATE-COMPLETE
        IF DATE-COMPLETE = 0
            MOVE LATEST-DATE TO BUSINESS-DATE
            PERFORM RUN-BUSINESS-DATE
            IF STREAM-FAILED NOT = 0
                GOBACK
            END-IF
        END-IF
        IF LATEST-DATE >= TODAY-DATE
            IF DATE-COMPLETE NOT = 0
                MOVE SPACES TO LOG-MESSAGE
                STRING "batch stream for " TODAY-DATE
                    " already complete, nothing rerun"
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                CALL "Log-Write" USING "INFO" LOG-MESSAGE
            END-IF
            GOBACK
        END-IF
    END-IF

    PERFORM VARYING STEP-INDEX FROM 1 BY 1 UNTIL STEP-INDEX > STEP-COUNT
        MOVE SPACES TO STEP-STATUS(STEP-INDEX)
    END-PERFORM
    MOVE TODAY-DATE TO BUSINESS-DATE
    PERFORM RUN-BUSINESS-DATE
    GOBACK.

LOAD-JOBS.
    MOVE 0 TO STEP-COUNT
    CALL "CBL_CHECK_FILE_EXIST" USING "batch-jobs.txt" FILE-EXIST-INFO
    IF RETURN-CODE NOT = 0
        PERFORM WRITE-DEFAULT-JOBS
    END-IF
    OPEN INPUT FD-JOBS
    PERFORM UNTIL EXIT
        READ FD-JOBS
            AT END
                EXIT PERFORM
            NOT AT END
                MOVE SPACES TO JOB-TOKEN
                UNSTRING JOB-LINE DELIMITED BY ALL " "
                    INTO JOB-TOKEN
                IF JOB-TOKEN = SPACES
                    MOVE FUNCTION TRIM(JOB-LINE) TO JOB-TOKEN
                END-IF
                IF JOB-TOKEN NOT = SPACES AND JOB-TOKEN(1:1) NOT = "#"
                    IF STEP-COUNT < MAX-STEPS
                        ADD 1 TO STEP-COUNT
                        MOVE JOB-TOKEN TO STEP-PROGRAM(STEP-COUNT)
                        MOVE SPACES TO STEP-STATUS(STEP-COUNT)
                    ELSE
                        CALL "Log-Write" USING "WARN"
                            "batch stream: too many steps in batch-jobs.txt, extra ignored"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-JOBS.

WRITE-DEFAULT-JOBS.
    OPEN OUTPUT FD-JOBS
    MOVE "# nightly batch stream: one program per line, run top to bottom"
        TO JOB-LINE
    WRITE JOB-LINE
    PERFORM VARYING STEP-INDEX FROM 1 BY 1
            UNTIL STEP-INDEX > C-DEFAULT-STEP-COUNT
        MOVE DEFAULT-STEP(STEP-INDEX) TO JOB-LINE
        WRITE JOB-LINE
    END-PERFORM
    CLOSE FD-JOBS.

READ-CONTROL.
    *> the newest business date on file, and each step's last status
    *> for it
    MOVE SPACES TO LATEST-DATE
    OPEN INPUT FD-CONTROL
    PERFORM UNTIL EXIT
        READ FD-CONTROL
            AT END
                EXIT PERFORM
            NOT AT END
                IF CONTROL-LINE NOT = SPACES
                    MOVE CONTROL-LINE TO CONTROL-RECORD
                    PERFORM APPLY-CONTROL-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE FD-CONTROL.

APPLY-CONTROL-LINE.
    IF CONTROL-DATE < LATEST-DATE
        EXIT PARAGRAPH
    END-IF
    IF CONTROL-DATE > LATEST-DATE OR LATEST-DATE = SPACES
        MOVE CONTROL-DATE TO LATEST-DATE
        PERFORM VARYING STEP-INDEX FROM 1 BY 1
                UNTIL STEP-INDEX > STEP-COUNT
            MOVE SPACES TO STEP-STATUS(STEP-INDEX)
        END-PERFORM
    END-IF
    PERFORM VARYING STEP-INDEX FROM 1 BY 1 UNTIL STEP-INDEX > STEP-COUNT
        IF STEP-PROGRAM(STEP-INDEX) = CONTROL-PROGRAM
            MOVE CONTROL-STATUS TO STEP-STATUS(STEP-INDEX)
        END-IF
    END-PERFORM.

CHECK-DATE-COMPLETE.
    MOVE 1 TO DATE-COMPLETE
    PERFORM VARYING STEP-INDEX FROM 1 BY 1 UNTIL STEP-INDEX > STEP-COUNT
        IF STEP-STATUS(STEP-INDEX) NOT = "COMPLETED"
            MOVE 0 TO DATE-COMPLETE
        END-IF
    END-PERFORM.

RUN-BUSINESS-DATE.
    MOVE 0 TO STEPS-RUN
    MOVE SPACES TO LOG-MESSAGE
    STRING "batch stream starting for business date " BUSINESS-DATE
        DELIMITED BY SIZE INTO LOG-MESSAGE
    CALL "Log-Write" USING "INFO" LOG-MESSAGE
    PERFORM VARYING STEP-INDEX FROM 1 BY 1
            UNTIL STEP-INDEX > STEP-COUNT OR STREAM-FAILED NOT = 0
        IF STEP-STATUS(STEP-INDEX) = "COMPLETED"
            MOVE SPACES TO LOG-MESSAGE
            STRING "batch step " FUNCTION TRIM(STEP-PROGRAM(STEP-INDEX))
                " already completed for " BUSINESS-DATE ", not rerun"
                DELIMITED BY SIZE INTO LOG-MESSAGE
            CALL "Log-Write" USING "INFO" LOG-MESSAGE
        ELSE
            PERFORM RUN-ONE-STEP
        END-IF
    END-PERFORM
    MOVE STEPS-RUN TO STEP-DISPLAY
    MOVE SPACES TO LOG-MESSAGE
    IF STREAM-FAILED NOT = 0
        STRING "batch stream for " BUSINESS-DATE " stopped at failed step "
            FUNCTION TRIM(STEP-PROGRAM(FOUND-INDEX))
            "; rerun to restart from it"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
    ELSE
        STRING "batch stream for " BUSINESS-DATE " complete, "
            FUNCTION TRIM(STEP-DISPLAY) " step(s) run"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "INFO" LOG-MESSAGE
    END-IF.

RUN-ONE-STEP.
    MOVE FUNCTION CURRENT-DATE(1:14) TO STEP-START
    MOVE "STARTED" TO CONTROL-STATUS
    MOVE SPACES TO CONTROL-END
    MOVE 0 TO CONTROL-RECORDS
    MOVE 0 TO CONTROL-EXCEPTIONS
    PERFORM WRITE-CONTROL-LINE

    MOVE 0 TO BATCH-STEP-FAILED
    MOVE 0 TO BATCH-STEP-RECORDS
    MOVE 0 TO BATCH-STEP-EXCEPTIONS
    MOVE 0 TO STEP-UNKNOWN
    CALL STEP-PROGRAM(STEP-INDEX)
        ON EXCEPTION
            MOVE 1 TO STEP-UNKNOWN
    END-CALL
    ADD 1 TO STEPS-RUN
    IF STEP-UNKNOWN NOT = 0
        MOVE 1 TO BATCH-STEP-FAILED
        MOVE SPACES TO LOG-MESSAGE
        STRING "batch step " FUNCTION TRIM(STEP-PROGRAM(STEP-INDEX))
            " is not a program this build knows"
            DELIMITED BY SIZE INTO LOG-MESSAGE
        CALL "Log-Write" USING "ERROR" LOG-MESSAGE
    END-IF

    IF BATCH-STEP-FAILED NOT = 0
        MOVE "FAILED" TO CONTROL-STATUS
        MOVE 1 TO STREAM-FAILED
        MOVE STEP-INDEX TO FOUND-INDEX
    ELSE
        MOVE "COMPLETED" TO CONTROL-STATUS
    END-IF
    MOVE CONTROL-STATUS TO STEP-STATUS(STEP-INDEX)
    MOVE FUNCTION CURRENT-DATE(1:14) TO CONTROL-END
    MOVE BATCH-STEP-RECORDS TO CONTROL-RECORDS
    MOVE BATCH-STEP-EXCEPTIONS TO CONTROL-EXCEPTIONS
    PERFORM WRITE-CONTROL-LINE.

WRITE-CONTROL-LINE.
    MOVE BUSINESS-DATE TO CONTROL-DATE
    MOVE STEP-INDEX TO CONTROL-STEP
    MOVE STEP-PROGRAM(STEP-INDEX) TO CONTROL-PROGRAM
    MOVE STEP-START TO CONTROL-START
    OPEN EXTEND FD-CONTROL
    MOVE CONTROL-RECORD TO CONTROL-LINE
    WRITE CONTROL-LINE
    CLOSE FD-CONTROL.

END PROGRAM BatchDriver-Run.
