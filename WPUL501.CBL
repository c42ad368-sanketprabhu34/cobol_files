      *    WHOLE STREAM (CONDITION CODE 12) WHEN THE COUNT EXCEEDS
      *    THE LIMIT -- THE EXTRACT AND THE ARCHIVE MUST NEVER AGAIN
      *    RUN AGAINST A PO FILE THE EDIT ALREADY DECLARED BAD.
      *    A DESTRUCTIVE STEP -- THE WPUL503 REKEY, THE WPUL489 PURGE
      *    -- NAMES WPUL517 AMONG ITS PREDECESSORS. THE BACKUP LOGS
      *    ITS COMPLETION ONLY WHEN TONIGHT'S BACKUP SET VERIFIED, SO
      *    THE STEP HOLDS UNLESS THERE IS A GOOD BACKUP TO GO BACK TO.
      *        CC 00 - ALL PREDECESSORS COMPLETE, FILE CLEAN ENOUGH
      *        CC 08 - A PREDECESSOR IS MISSING OR INCOMPLETE
      *        CC 12 - FATAL EDIT EXCEPTIONS OVER THE LIMIT
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  WD-PREDECESSOR                PIC X(08).
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  WD-STATUS-TEXT                PIC X(22).

       01  WS-FATAL-LINE.
           05  FILLER                        PIC X(28) VALUE
                       END-IF
               END-READ
           END-IF
           IF GC-PREDECESSOR(WS-PRED-SUB) = "WPUL517"
               AND WD-STATUS-TEXT NOT = "COMPLETED"
               MOVE "NO GOOD BACKUP - HELD" TO WD-STATUS-TEXT
           END-IF
           WRITE GATE-RPT-LINE FROM WS-DETAIL-LINE.

       2300-HOLD-THE-STEP.
