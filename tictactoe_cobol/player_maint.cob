       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "PLAYFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-NAME
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT GAME-MASTER ASSIGN TO "GAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-GAME-SEQ
               ALTERNATE RECORD KEY IS GM-X-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-O-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS GM-DATE WITH DUPLICATES
               FILE STATUS IS GAME-MASTER-STATUS.
           SELECT PLAYER-GENERATION ASSIGN TO DYNAMIC PLAYER-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
       COPY "playfile.cpy".

       FD  GAME-MASTER.
       COPY "gamemast.cpy".
        01 PLAYER-MARKER-STATE PIC X(8) VALUE SPACES.
           88 PLAYER-SAVE-INTERRUPTED VALUE "SAVING".
        01 PLAYER-GEN-NUM PIC 9(1) VALUE 0.
        01 PLAYER-BAD-COUNT PIC 9(6) VALUE 0.
        01 GENERATION-KEEP PIC 9(1) VALUE 3.
        01 SESSION-LOCK-STATUS PIC X(2) VALUE "00".
           88 SESSION-LOCK-OK VALUE "00".
        01 LOCK-HOLDER-RUN-ID PIC 9(6) VALUE 0.
        01 LOCK-HOLDER-STAMP PIC X(14) VALUE SPACES.

        01 PLAYER-COUNT PIC 9(6) VALUE 0.
        01 PLAYER-FOUND-FLAG PIC X(1) VALUE "N".
           88 PLAYER-FOUND VALUE "Y".
        01 LOOKUP-NAME PIC X(20).
        01 OLD-PROFILE.
           03 OLD-PF-NAME   PIC X(20).
           03 OLD-PF-WINS   PIC 9(6).
           03 OLD-PF-LOSSES PIC 9(6).
           03 OLD-PF-DRAWS  PIC 9(6).
           03 OLD-PF-RATING PIC 9(5).
        01 NEW-PROFILE.
           03 NEW-PF-NAME   PIC X(20).
           03 NEW-PF-WINS   PIC 9(6).
           03 NEW-PF-LOSSES PIC 9(6).
           03 NEW-PF-DRAWS  PIC 9(6).
           03 NEW-PF-RATING PIC 9(5).

        01 MAINT-COMMAND PIC X(1).
        01 MAINT-DONE-FLAG PIC X(1) VALUE "N".

        01 OLD-NAME PIC X(20).
        01 NEW-NAME PIC X(20).
        01 OLD-FOUND-FLAG PIC X(1) VALUE "N".
           88 OLD-NAME-FOUND VALUE "Y".
        01 NEW-FOUND-FLAG PIC X(1) VALUE "N".
           88 NEW-NAME-FOUND VALUE "Y".
        01 OLD-GAME-COUNT PIC 9(7).
        01 NEW-GAME-COUNT PIC 9(7).
        01 MERGED-RATING PIC 9(7).
        01 MASTER-UPDATES PIC 9(6).
        01 UPDATE-FAILED-FLAG PIC X(1) VALUE "N".
           88 UPDATE-FAILED VALUE "Y".

       PROCEDURE DIVISION.
           DISPLAY "===== Player profile maintenance ====="
           PERFORM CHECK-SESSION-LOCK
           PERFORM OPEN-PLAYER-PROFILES
           IF PLAYER-COUNT = 0
               DISPLAY "PLAYFILE is missing or empty - nothing to "
                   "maintain."
               CLOSE PLAYER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MAINT-DONE
               PERFORM GET-MAINT-COMMAND
           END-PERFORM
           CLOSE PLAYER-FILE
           STOP RUN.

       GET-MAINT-COMMAND.
           END-EVALUATE.

       LIST-PROFILES.
           MOVE 0 TO PLAYER-COUNT
           PERFORM START-PLAYER-FILE
           PERFORM UNTIL PLAYER-FILE-EOF
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       SET PLAYER-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PLAYER-COUNT
                       DISPLAY PLAYER-COUNT ". " PF-NAME
                           " rating=" PF-RATING
                           " wins=" PF-WINS
                           " losses=" PF-LOSSES
                           " draws=" PF-DRAWS
               END-READ
           END-PERFORM
           DISPLAY "Profiles on PLAYFILE: " PLAYER-COUNT.

       START-PLAYER-FILE.
           MOVE LOW-VALUES TO PF-NAME
           MOVE "00" TO PLAYER-FILE-STATUS
           START PLAYER-FILE KEY IS NOT LESS THAN PF-NAME
               INVALID KEY
                   SET PLAYER-FILE-EOF TO TRUE
           END-START.

       RENAME-PROFILE.
           DISPLAY "Name to rename:"
           ACCEPT OLD-NAME
           MOVE OLD-NAME TO LOOKUP-NAME
           PERFORM FIND-PLAYER-ENTRY
           IF NOT PLAYER-FOUND
               DISPLAY "No profile found for " OLD-NAME
           ELSE
               MOVE PLAYER-FILE-RECORD TO OLD-PROFILE
               DISPLAY "New name:"
               ACCEPT NEW-NAME
               MOVE NEW-NAME TO LOOKUP-NAME
               EVALUATE TRUE
                   WHEN NEW-NAME = SPACES
                       DISPLAY "The new name cannot be blank."
                   WHEN PLAYER-FOUND
                       DISPLAY "A profile for " NEW-NAME
                           " already exists - use merge instead."
                   WHEN OTHER
                       PERFORM BEGIN-PLAYER-UPDATE
      *                The name is the key, so the profile moves to a
      *                new record under the new name. The old record
      *                only goes once the new one is safely written.
                       MOVE "N" TO UPDATE-FAILED-FLAG
                       MOVE OLD-PROFILE TO PLAYER-FILE-RECORD
                       MOVE NEW-NAME TO PF-NAME
                       WRITE PLAYER-FILE-RECORD
                           INVALID KEY
                               SET UPDATE-FAILED TO TRUE
                               DISPLAY "PLAYFILE profile " NEW-NAME
                                   " could not be added - "
                                   OLD-NAME " is left unchanged."
                           NOT INVALID KEY
                               PERFORM DELETE-OLD-PROFILE
                       END-WRITE
                       PERFORM END-PLAYER-UPDATE
                       IF UPDATE-FAILED
                           MOVE 1 TO RETURN-CODE
                       ELSE
                           PERFORM RENAME-ON-GAME-MASTER
                           DISPLAY "Renamed " OLD-NAME " to " NEW-NAME
                       END-IF
               END-EVALUATE
           END-IF.

           ACCEPT OLD-NAME
           MOVE OLD-NAME TO LOOKUP-NAME
           PERFORM FIND-PLAYER-ENTRY
           MOVE PLAYER-FOUND-FLAG TO OLD-FOUND-FLAG
           MOVE PLAYER-FILE-RECORD TO OLD-PROFILE
           DISPLAY "Name of the surviving profile:"
           ACCEPT NEW-NAME
           MOVE NEW-NAME TO LOOKUP-NAME
           PERFORM FIND-PLAYER-ENTRY
           MOVE PLAYER-FOUND-FLAG TO NEW-FOUND-FLAG
           MOVE PLAYER-FILE-RECORD TO NEW-PROFILE
           EVALUATE TRUE
               WHEN NOT OLD-NAME-FOUND
                   DISPLAY "No profile found for " OLD-NAME
               WHEN NOT NEW-NAME-FOUND
                   DISPLAY "No profile found for " NEW-NAME
               WHEN OLD-NAME = NEW-NAME
                   DISPLAY "Those are the same profile."
               WHEN OTHER
                   PERFORM COMBINE-PROFILE-TOTALS
                   PERFORM BEGIN-PLAYER-UPDATE
                   MOVE "N" TO UPDATE-FAILED-FLAG
                   MOVE NEW-PROFILE TO PLAYER-FILE-RECORD
                   REWRITE PLAYER-FILE-RECORD
                       INVALID KEY
                           SET UPDATE-FAILED TO TRUE
                           DISPLAY "PLAYFILE profile " NEW-NAME
                               " could not be rewritten - "
                               OLD-NAME " is left unchanged."
                       NOT INVALID KEY
                           PERFORM DELETE-OLD-PROFILE
                   END-REWRITE
                   PERFORM END-PLAYER-UPDATE
                   IF UPDATE-FAILED
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM RENAME-ON-GAME-MASTER
                       DISPLAY "Merged " OLD-NAME " into " NEW-NAME
                   END-IF
           END-EVALUATE.

       DELETE-OLD-PROFILE.
      *    If the old record will not go, the profile is on file under
      *    both names and GAMEMAST is left as it was until the
      *    operator has sorted out which one stays.
           MOVE OLD-NAME TO PF-NAME
           DELETE PLAYER-FILE RECORD
               INVALID KEY
                   SET UPDATE-FAILED TO TRUE
                   DISPLAY "PLAYFILE profile " OLD-NAME
                       " could not be deleted - it is still on file"
                       " alongside " NEW-NAME "."
           END-DELETE.

       COMBINE-PROFILE-TOTALS.
      *    The merged rating is the game-weighted average of the two
      *    ratings, so a ten-game regular is not dragged to 1000 by a
      *    two-game typo profile.
           COMPUTE OLD-GAME-COUNT = OLD-PF-WINS
               + OLD-PF-LOSSES + OLD-PF-DRAWS
           COMPUTE NEW-GAME-COUNT = NEW-PF-WINS
               + NEW-PF-LOSSES + NEW-PF-DRAWS
           IF OLD-GAME-COUNT + NEW-GAME-COUNT > 0
               COMPUTE MERGED-RATING ROUNDED =
                   (OLD-PF-RATING * OLD-GAME-COUNT
                   + NEW-PF-RATING * NEW-GAME-COUNT)
                   / (OLD-GAME-COUNT + NEW-GAME-COUNT)
           ELSE
               MOVE NEW-PF-RATING TO MERGED-RATING
           END-IF
           IF MERGED-RATING > 99999
               MOVE 99999 TO MERGED-RATING
           END-IF
           ADD OLD-PF-WINS TO NEW-PF-WINS
           ADD OLD-PF-LOSSES TO NEW-PF-LOSSES
           ADD OLD-PF-DRAWS TO NEW-PF-DRAWS
           MOVE MERGED-RATING TO NEW-PF-RATING.

       DELETE-PROFILE.
           DISPLAY "Name of the profile to delete:"
           ACCEPT OLD-NAME
           MOVE OLD-NAME TO LOOKUP-NAME
           PERFORM FIND-PLAYER-ENTRY
           IF NOT PLAYER-FOUND
               DISPLAY "No profile found for " OLD-NAME
           ELSE
               DISPLAY "Delete " OLD-NAME " with "
                   PF-WINS " wins, "
                   PF-LOSSES " losses and "
                   PF-DRAWS " draws?"
               PERFORM GET-YES-NO
               IF JA
                   PERFORM BEGIN-PLAYER-UPDATE
                   MOVE OLD-NAME TO PF-NAME
                   DELETE PLAYER-FILE RECORD
                       INVALID KEY
                           DISPLAY "PLAYFILE profile " OLD-NAME
                               " could not be deleted."
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "Profile deleted. GAMEMAST history "
                               "is left unchanged."
                   END-DELETE
                   PERFORM END-PLAYER-UPDATE
               END-IF
           END-IF.

       RENAME-ON-GAME-MASTER.
      *    The historical GAMEMAST names follow the profile so the
      *    head-to-head record stays with the player.
           END-IF.

       FIND-PLAYER-ENTRY.
           MOVE LOOKUP-NAME TO PF-NAME
           READ PLAYER-FILE
               INVALID KEY
                   MOVE "N" TO PLAYER-FOUND-FLAG
               NOT INVALID KEY
                   SET PLAYER-FOUND TO TRUE
           END-READ.

       CHECK-SESSION-LOCK.
      *    A live game session holds PLAYFILE open and posts every
      *    result to it, and reloads its backup generation if it is
      *    interrupted - so refuse maintenance while the lock is held.
           OPEN INPUT SESSION-LOCK
           IF SESSION-LOCK-OK
               READ SESSION-LOCK
               STOP RUN
           END-IF.

       OPEN-PLAYER-PROFILES.
           MOVE 0 TO PLAYER-COUNT
           PERFORM READ-PLAYER-MARKER
           IF PLAYER-SAVE-INTERRUPTED
      *        The live file may be half-updated; restoring it is
      *        Generation-Recovery's job, not this program's.
               DISPLAY "The last PLAYFILE update was interrupted - "
                   "restore it with the recovery utility before "
                   "maintaining profiles."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PLAYER-FILE
           IF PLAYER-FILE-OK
               PERFORM START-PLAYER-FILE
               PERFORM UNTIL PLAYER-FILE-EOF
                   READ PLAYER-FILE NEXT RECORD
                       AT END
                           SET PLAYER-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PLAYER-COUNT
                           IF PF-WINS NOT NUMERIC
                           OR PF-LOSSES NOT NUMERIC
                           OR PF-DRAWS NOT NUMERIC
                           OR PF-RATING NOT NUMERIC
                               ADD 1 TO PLAYER-BAD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF PLAYER-BAD-COUNT > 0
                   DISPLAY "PLAYFILE holds " PLAYER-BAD-COUNT
                       " corrupt records - they are left out of the "
                       "backup generations."
               END-IF
           END-IF.

       BEGIN-PLAYER-UPDATE.
      *    Same protected update as the game program: the file goes
      *    to the next backup generation first and the marker reads
      *    SAVING while records change, so a crash part-way never
      *    leaves a half-maintained PLAYFILE as the only copy.
           PERFORM READ-PLAYER-MARKER
           COMPUTE PLAYER-GEN-NUM =
               FUNCTION MOD (PLAYER-GEN-NUM, GENERATION-KEEP) + 1
               PLAYER-GEN-NUM DELIMITED BY SIZE
               INTO PLAYER-GEN-NAME
           OPEN OUTPUT PLAYER-GENERATION
           PERFORM START-PLAYER-FILE
           PERFORM UNTIL PLAYER-FILE-EOF
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       SET PLAYER-FILE-EOF TO TRUE
                   NOT AT END
                       IF PF-WINS NUMERIC AND PF-LOSSES NUMERIC
                       AND PF-DRAWS NUMERIC AND PF-RATING NUMERIC
                           MOVE PLAYER-FILE-RECORD
                               TO PLAYER-GEN-RECORD
                           WRITE PLAYER-GEN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYER-GENERATION
           MOVE "SAVING" TO PLAYER-MARKER-STATE
           PERFORM WRITE-PLAYER-MARKER.

       END-PLAYER-UPDATE.
           MOVE "DONE" TO PLAYER-MARKER-STATE
           PERFORM WRITE-PLAYER-MARKER.

