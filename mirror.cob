           SELECT SUMMARY-FILE ASSIGN TO "mirrorreport.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT READY-MARKER-FILE ASSIGN TO READY-MARKER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STAND-IN-FILE ASSIGN TO STAND-IN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD PIC X(132).

      *a producer's ready marker - empty, or BYTES=, RECORDS= and
      *RECLEN= lines with the counts the producer says it wrote
       FD READY-MARKER-FILE.
       01 READY-MARKER-LINE PIC X(64).

      *what goes over in place of an empty marker - a PUT/ has no
      *way to carry a file of no blocks, so the standby is given a
      *marker saying the byte count the file was just checked at
       FD STAND-IN-FILE.
       01 STAND-IN-LINE PIC X(64).

       WORKING-STORAGE SECTION.

       01  WALK-FILE-NAME PIC X(20) VALUE "mirrorwalk.tmp".
       01  PUT-STRAY-COUNT BINARY-LONG.
       01  PUSH-OK BINARY-SHORT.

      *ready-marker gating, held to the same READY= patterns and
      *READYSUFFIX as the primary's server.cfg - a gated file goes
      *over only once its marker is down, no older than the file,
      *with any BYTES=/RECORDS= counts agreeing with the file, the
      *records taken off RECLEN= when the marker carries one. the
      *marker itself is not walked on its own but follows straight
      *behind its file, so the standby never holds a marker for
      *data it has not got yet
       01  READY-SUFFIX PIC X(12) VALUE ".ready".
       01  READY-SUFFIX-LEN BINARY-LONG VALUE 6.
       01  MAX-READY-RULES BINARY-LONG VALUE 50.
       01  READY-RULE-COUNT BINARY-LONG VALUE 0.
       01  READY-RULE-TABLE.
           03  READY-PATTERN OCCURS 50 TIMES PIC X(64).
       01  READY-IDX BINARY-LONG.
       01  READY-GATED BINARY-SHORT.
       01  MARKER-RIDES BINARY-SHORT.
       01  FILE-NOT-READY BINARY-SHORT.
       01  READY-COUNTS-BAD BINARY-SHORT.
       01  MIRROR-FILE-OK BINARY-SHORT.
       01  READY-MARKER-NAME PIC X(124).
       01  READY-MARKER-EOF BINARY-SHORT.
       01  READY-EXPECT-BYTES BINARY-DOUBLE.
       01  READY-EXPECT-RECORDS BINARY-DOUBLE.
       01  READY-EXPECT-RECLEN BINARY-DOUBLE.
       01  READY-RECLEN-LEFT BINARY-DOUBLE.
       01  READY-MARKER-STAMP BINARY-DOUBLE.
       01  READY-FILE-BYTES BINARY-DOUBLE.
       01  READY-FILE-RECORDS BINARY-DOUBLE.
       01  READY-REMAINING BINARY-DOUBLE.
       01  READY-CHUNK BINARY-LONG.
       01  READY-LAST-BYTE BINARY-LONG.
       01  LOGICAL-PATH-LEN BINARY-LONG.
       01  DATA-LOGICAL-PATH PIC X(64).
       01  MARKER-LOGICAL-PATH PIC X(64).
       01  MARKER-PATH-TOO-LONG BINARY-SHORT.
       01  STAND-IN-FILE-NAME PIC X(20) VALUE "mirrorready.tmp".
       01  MARKER-STAND-IN BINARY-SHORT VALUE 0.
       01  READY-BYTES-DISP PIC Z(17)9.
       01  MARKER-DETAILS.
           03  MK-FILE-SIZE PIC 9(18) COMP-X.
           03  MK-DAY BINARY-CHAR.
           03  MK-MONTH BINARY-CHAR.
           03  MK-YEAR PIC 9(4) COMP-X.
           03  MK-HOURS BINARY-CHAR.
           03  MK-MINUTES BINARY-CHAR.
           03  MK-SECONDS BINARY-CHAR.
           03  MK-FILLER BINARY-CHAR.

      *one pattern against one name - an exact match, or one '*'
      *standing for any run of characters, as the server matches
       01  READY-PATTERN-WORK PIC X(64).
       01  READY-CANDIDATE-NAME PIC X(64).
       01  READY-MATCHED BINARY-SHORT.
       01  READY-PAT-LEN BINARY-LONG.
       01  READY-CAND-LEN BINARY-LONG.
       01  READY-STAR-POS BINARY-LONG.
       01  READY-PRE-LEN BINARY-LONG.
       01  READY-SUF-LEN BINARY-LONG.

       01  WALK-EOF BINARY-SHORT.
       01  WALK-COMMAND PIC X(200).
       01  I BINARY-LONG.
       01  CYCLE-CURRENT BINARY-LONG.
       01  CYCLE-PUSHED BINARY-LONG.
       01  CYCLE-FAILED BINARY-LONG.
       01  CYCLE-NOT-READY BINARY-LONG.
       01  ANY-CYCLE-FAILED BINARY-SHORT VALUE 0.

       01  SUMMARY-LINE PIC X(132).
             GIVING IP OF STANDBY-SOCKET-ADDRESS
           END-CALL

           IF READY-RULE-COUNT > 0
               DISPLAY "READY GATING ON - " READY-RULE-COUNT
                   " PATTERNS, MARKER SUFFIX "
                   READY-SUFFIX(1:READY-SUFFIX-LEN)
           END-IF

           IF CYCLE-SECONDS > 0
               MOVE 1 TO RUN-FOREVER
           END-IF
           MOVE 0 TO CYCLE-CURRENT.
           MOVE 0 TO CYCLE-PUSHED.
           MOVE 0 TO CYCLE-FAILED.
           MOVE 0 TO CYCLE-NOT-READY.

           PERFORM BUILD-WALK-FILE.

           END-CALL.

      *one file of the walk: peel the root off for the logical
      *path and, unless ready gating holds it back, mirror it. a
      *gated file that went over (or was already current) brings
      *its marker over right behind it
           MIRROR-ONE-FILE.

           ADD 1 TO CYCLE-EXAMINED.
           IF LOGICAL-PATH = SPACES
               SUBTRACT 1 FROM CYCLE-EXAMINED
           ELSE
               PERFORM CHECK-MIRROR-READINESS
               IF MARKER-RIDES = 1
                   SUBTRACT 1 FROM CYCLE-EXAMINED
               ELSE
                   IF FILE-NOT-READY = 1
                       ADD 1 TO CYCLE-NOT-READY
                       IF READY-COUNTS-BAD = 1
                           DISPLAY "READY COUNTS DO NOT MATCH, "
                               "SKIPPING: " LOGICAL-PATH
                       ELSE
                           DISPLAY "NOT READY, SKIPPING: "
                               LOGICAL-PATH
                       END-IF
                   ELSE
                       PERFORM MIRROR-LOCAL-FILE
                       IF READY-GATED = 1 AND MIRROR-FILE-OK = 1
                           PERFORM MIRROR-READY-MARKER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *the marker of a gated file that just went over (or was
      *already current) - examined and judged as a file in its
      *own right, under the file's own name with the suffix on
           MIRROR-READY-MARKER.

           IF MARKER-PATH-TOO-LONG = 1
               DISPLAY "PATH TOO LONG, SKIPPING: " LOGICAL-PATH
                   READY-SUFFIX(1:READY-SUFFIX-LEN)
           ELSE
               ADD 1 TO CYCLE-EXAMINED
               MOVE MARKER-LOGICAL-PATH TO LOGICAL-PATH
               IF MK-FILE-SIZE = 0
                   PERFORM WRITE-STAND-IN-MARKER
                   MOVE STAND-IN-FILE-NAME TO LOCAL-FULL-PATH
                   MOVE 1 TO MARKER-STAND-IN
                   PERFORM MIRROR-LOCAL-FILE
                   MOVE 0 TO MARKER-STAND-IN
                   CALL "CBL_DELETE_FILE" USING STAND-IN-FILE-NAME
                   END-CALL
               ELSE
                   MOVE READY-MARKER-NAME TO LOCAL-FULL-PATH
                   PERFORM MIRROR-LOCAL-FILE
               END-IF
           END-IF.

      *an empty marker's stand-in - the one count the primary has
      *just seen the file at
           WRITE-STAND-IN-MARKER.

           MOVE READY-FILE-BYTES TO READY-BYTES-DISP
           OPEN OUTPUT STAND-IN-FILE
           MOVE SPACES TO STAND-IN-LINE
           STRING "BYTES=" DELIMITED BY SIZE,
               FUNCTION TRIM(READY-BYTES-DISP) DELIMITED BY SIZE
               INTO STAND-IN-LINE
           END-STRING
           WRITE STAND-IN-LINE
           CLOSE STAND-IN-FILE.

      *ask the standby INFO/ about its copy of the file in
      *LOCAL-FULL-PATH, and push when the standby is missing it,
      *has a different size, or is older than we are.
      *MIRROR-FILE-OK says the standby holds it when we are done
           MIRROR-LOCAL-FILE.

           MOVE 0 TO MIRROR-FILE-OK

           CALL "CBL_CHECK_FILE_EXIST" USING
               LOCAL-FULL-PATH
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC NOT = 0
      *gone between the walk and now - nothing to mirror
               SUBTRACT 1 FROM CYCLE-EXAMINED
           ELSE
               MOVE FD-FILE-SIZE TO LOCAL-FILE-BYTES
               COMPUTE LOCAL-FILE-STAMP =
                   FD-YEAR * 10000000000
                   + FD-MONTH * 100000000
                   + FD-DAY * 1000000
                   + FD-HOURS * 10000
                   + FD-MINUTES * 100
                   + FD-SECONDS
      *a stand-in is as old as the empty marker it stands for
               IF MARKER-STAND-IN = 1
                   MOVE READY-MARKER-STAMP TO LOCAL-FILE-STAMP
               END-IF

               PERFORM ASK-STANDBY-INFO
               PERFORM JUDGE-STANDBY-COPY

               IF NEEDS-PUSH = 0
                   ADD 1 TO CYCLE-CURRENT
                   MOVE 1 TO MIRROR-FILE-OK
               ELSE
                   PERFORM PUSH-ONE-FILE
                   IF PUSH-OK = 1
                       ADD 1 TO CYCLE-PUSHED
                       MOVE 1 TO MIRROR-FILE-OK
                       DISPLAY "MIRRORED: " LOGICAL-PATH
                   ELSE
                       ADD 1 TO CYCLE-FAILED
                       MOVE 1 TO ANY-CYCLE-FAILED
                       DISPLAY "MIRROR FAILED: " LOGICAL-PATH
                   END-IF
               END-IF
           END-IF.

      *where ready gating leaves the file in LOCAL-FULL-PATH. a
      *marker whose own file is gated rides behind that file
      *(MARKER-RIDES); a gated file with no marker, a marker older
      *than the file, or counts the file does not bear out is not
      *ready (FILE-NOT-READY, READY-COUNTS-BAD for the last)
           CHECK-MIRROR-READINESS.

           MOVE 0 TO READY-GATED
           MOVE 0 TO MARKER-RIDES
           MOVE 0 TO FILE-NOT-READY
           MOVE 0 TO READY-COUNTS-BAD
           MOVE 0 TO MARKER-PATH-TOO-LONG

           IF READY-RULE-COUNT > 0
               MOVE 0 TO LOGICAL-PATH-LEN
               PERFORM VARYING I FROM 64 BY -1
                       UNTIL I < 1 OR LOGICAL-PATH-LEN > 0
                   IF LOGICAL-PATH(I:1) NOT = SPACE
                       MOVE I TO LOGICAL-PATH-LEN
                   END-IF
               END-PERFORM

               IF LOGICAL-PATH-LEN > READY-SUFFIX-LEN
                   AND LOGICAL-PATH(
                       LOGICAL-PATH-LEN - READY-SUFFIX-LEN + 1:
                       READY-SUFFIX-LEN)
                       = READY-SUFFIX(1:READY-SUFFIX-LEN)
                   MOVE SPACES TO DATA-LOGICAL-PATH
                   MOVE LOGICAL-PATH(1:
                       LOGICAL-PATH-LEN - READY-SUFFIX-LEN)
                       TO DATA-LOGICAL-PATH
                   PERFORM FIND-READY-RULE
                   IF READY-GATED = 1
                       MOVE 1 TO MARKER-RIDES
                       MOVE 0 TO READY-GATED
                   END-IF
               ELSE
                   MOVE LOGICAL-PATH TO DATA-LOGICAL-PATH
                   PERFORM FIND-READY-RULE
               END-IF
           END-IF

           IF READY-GATED = 1
               MOVE SPACES TO READY-MARKER-NAME
               STRING LOCAL-FULL-PATH DELIMITED BY SPACE,
                   READY-SUFFIX(1:READY-SUFFIX-LEN) DELIMITED BY SIZE
                   INTO READY-MARKER-NAME
               END-STRING
               MOVE SPACES TO MARKER-LOGICAL-PATH
               STRING LOGICAL-PATH DELIMITED BY SPACE,
                   READY-SUFFIX(1:READY-SUFFIX-LEN) DELIMITED BY SIZE
                   INTO MARKER-LOGICAL-PATH
                   ON OVERFLOW MOVE 1 TO MARKER-PATH-TOO-LONG
               END-STRING

               CALL "CBL_CHECK_FILE_EXIST" USING
                   READY-MARKER-NAME
                   MARKER-DETAILS
                 GIVING FILE-CHECK-RC
               END-CALL
               IF FILE-CHECK-RC NOT = 0
                   MOVE 1 TO FILE-NOT-READY
               ELSE
                   CALL "CBL_CHECK_FILE_EXIST" USING
                       LOCAL-FULL-PATH
                       FILE-DETAILS
                     GIVING FILE-CHECK-RC
                   END-CALL
                   COMPUTE LOCAL-FILE-STAMP =
                       FD-YEAR * 10000000000
                       + FD-MONTH * 100000000
                       + FD-HOURS * 10000
                       + FD-MINUTES * 100
                       + FD-SECONDS
                   COMPUTE READY-MARKER-STAMP =
                       MK-YEAR * 10000000000
                       + MK-MONTH * 100000000
                       + MK-DAY * 1000000
                       + MK-HOURS * 10000
                       + MK-MINUTES * 100
                       + MK-SECONDS
                   IF LOCAL-FILE-STAMP > READY-MARKER-STAMP
                       MOVE 1 TO FILE-NOT-READY
                   ELSE
                       MOVE FD-FILE-SIZE TO READY-FILE-BYTES
                       PERFORM READ-READY-MARKER
                       PERFORM CHECK-READY-COUNTS
                   END-IF
               END-IF
           END-IF.

      *is DATA-LOGICAL-PATH swept up by any READY= pattern
           FIND-READY-RULE.

           MOVE DATA-LOGICAL-PATH TO READY-CANDIDATE-NAME
           PERFORM VARYING READY-IDX FROM 1 BY 1
                   UNTIL READY-IDX > READY-RULE-COUNT
                      OR READY-GATED = 1
               MOVE READY-PATTERN(READY-IDX) TO READY-PATTERN-WORK
               PERFORM MATCH-READY-PATTERN
               IF READY-MATCHED = 1
                   MOVE 1 TO READY-GATED
               END-IF
           END-PERFORM.

      *the counts the producer wrote into its marker - -1 stands
      *for a count the marker does not carry
           READ-READY-MARKER.

           MOVE -1 TO READY-EXPECT-BYTES
           MOVE -1 TO READY-EXPECT-RECORDS
           MOVE -1 TO READY-EXPECT-RECLEN
           OPEN INPUT READY-MARKER-FILE
           MOVE 0 TO READY-MARKER-EOF
           PERFORM UNTIL READY-MARKER-EOF = 1
               READ READY-MARKER-FILE
                   AT END MOVE 1 TO READY-MARKER-EOF
                   NOT AT END
                       MOVE SPACES TO CONFIG-KEY
                       MOVE SPACES TO CONFIG-VALUE
                       UNSTRING READY-MARKER-LINE DELIMITED BY "="
                           INTO CONFIG-KEY CONFIG-VALUE
                       END-UNSTRING
                       IF CONFIG-KEY = "BYTES"
                           COMPUTE READY-EXPECT-BYTES =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                       IF CONFIG-KEY = "RECORDS"
                           COMPUTE READY-EXPECT-RECORDS =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                       IF CONFIG-KEY = "RECLEN"
                           COMPUTE READY-EXPECT-RECLEN =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READY-MARKER-FILE.

      *hold the marker's counts against the file on disk, the same
      *way the primary does - with a record length the records are
      *the bytes over it, and a size it does not divide disagrees;
      *without one they are the line feeds, only counted when the
      *marker asks for them. the primary refuses such a file
      *outright, so it stays home
           CHECK-READY-COUNTS.

           IF READY-EXPECT-BYTES >= 0
               AND READY-EXPECT-BYTES NOT = READY-FILE-BYTES
               MOVE 1 TO READY-COUNTS-BAD
           END-IF
           MOVE 0 TO READY-FILE-RECORDS
           IF READY-EXPECT-RECLEN > 0
               DIVIDE READY-FILE-BYTES BY READY-EXPECT-RECLEN
                   GIVING READY-FILE-RECORDS
                   REMAINDER READY-RECLEN-LEFT
               END-DIVIDE
               IF READY-RECLEN-LEFT NOT = 0
                   MOVE 1 TO READY-COUNTS-BAD
               END-IF
           ELSE
               IF READY-EXPECT-RECORDS >= 0
                   PERFORM COUNT-FILE-RECORDS
               END-IF
           END-IF
           IF READY-EXPECT-RECORDS >= 0
               AND READY-EXPECT-RECORDS NOT = READY-FILE-RECORDS
               MOVE 1 TO READY-COUNTS-BAD
           END-IF
           IF READY-COUNTS-BAD = 1
               MOVE 1 TO FILE-NOT-READY
           END-IF.

      *records in a file whose marker gives no record length, the
      *file in LOCAL-FULL-PATH - one per line feed, and a last line
      *with no feed behind it counts too. read through the block
      *buffer in block-size chunks
           COUNT-FILE-RECORDS.

           MOVE LOCAL-FULL-PATH TO BYTE-FILE-NAME
           CALL "CBL_OPEN_FILE" USING
               BYTE-FILE-NAME
               BYTE-FILE-ACCESS
               BYTE-FILE-DENY
               BYTE-FILE-DEVICE
               BYTE-FILE-HANDLE
           END-CALL

           MOVE 0 TO READY-FILE-RECORDS
           MOVE 10 TO READY-LAST-BYTE
           MOVE 0 TO BYTE-FILE-OFFSET
           MOVE READY-FILE-BYTES TO READY-REMAINING
           PERFORM UNTIL READY-REMAINING <= 0
               MOVE CONFIGURED-BLOCK-SIZE TO READY-CHUNK
               IF READY-REMAINING < READY-CHUNK
                   MOVE READY-REMAINING TO READY-CHUNK
               END-IF

               MOVE SPACES TO RESPONSE-MSG-DATA
               MOVE READY-CHUNK TO BYTE-FILE-COUNT
               CALL "CBL_READ_FILE" USING
                   BYTE-FILE-HANDLE
                   BYTE-FILE-OFFSET
                   BYTE-FILE-COUNT
                   BYTE-FILE-FLAGS
                   RESPONSE-MSG-DATA
               END-CALL

               PERFORM VARYING I FROM 1 BY 1 UNTIL I > READY-CHUNK
                   COMPUTE READY-LAST-BYTE =
                       FUNCTION MOD(ACTUAL-RESPONSE-MSG(I) + 256, 256)
                   IF READY-LAST-BYTE = 10
                       ADD 1 TO READY-FILE-RECORDS
                   END-IF
               END-PERFORM

               ADD READY-CHUNK TO BYTE-FILE-OFFSET
               SUBTRACT READY-CHUNK FROM READY-REMAINING
           END-PERFORM

           CALL "CBL_CLOSE_FILE" USING BYTE-FILE-HANDLE
           END-CALL

           IF READY-LAST-BYTE NOT = 10
               ADD 1 TO READY-FILE-RECORDS
           END-IF.

      *one pattern against one name - an exact match, or one '*'
      *standing for any run of characters: the name must carry the
      *pattern's text before the star at its front and the text
      *after the star at its tail
           MATCH-READY-PATTERN.

           MOVE 0 TO READY-MATCHED

           MOVE 0 TO READY-PAT-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR READY-PAT-LEN > 0
               IF READY-PATTERN-WORK(I:1) NOT = SPACE
                   MOVE I TO READY-PAT-LEN
               END-IF
           END-PERFORM

           MOVE 0 TO READY-CAND-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR READY-CAND-LEN > 0
               IF READY-CANDIDATE-NAME(I:1) NOT = SPACE
                   MOVE I TO READY-CAND-LEN
               END-IF
           END-PERFORM

           IF READY-PAT-LEN > 0 AND READY-CAND-LEN > 0
               MOVE 0 TO READY-STAR-POS
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > READY-PAT-LEN
                   IF READY-PATTERN-WORK(I:1) = "*"
                       AND READY-STAR-POS = 0
                       MOVE I TO READY-STAR-POS
                   END-IF
               END-PERFORM

               IF READY-STAR-POS = 0
                   IF READY-PAT-LEN = READY-CAND-LEN
                       AND READY-PATTERN-WORK(1:READY-PAT-LEN)
                           = READY-CANDIDATE-NAME(1:READY-CAND-LEN)
                       MOVE 1 TO READY-MATCHED
                   END-IF
               ELSE
                   COMPUTE READY-PRE-LEN = READY-STAR-POS - 1
                   COMPUTE READY-SUF-LEN =
                       READY-PAT-LEN - READY-STAR-POS
                   IF READY-CAND-LEN >= READY-PRE-LEN + READY-SUF-LEN
                       MOVE 1 TO READY-MATCHED
                       IF READY-PRE-LEN > 0
                           AND READY-CANDIDATE-NAME(1:READY-PRE-LEN)
                               NOT = READY-PATTERN-WORK(
                                   1:READY-PRE-LEN)
                           MOVE 0 TO READY-MATCHED
                       END-IF
                       IF READY-SUF-LEN > 0
                           AND READY-CANDIDATE-NAME(
                               READY-CAND-LEN - READY-SUF-LEN + 1:
                               READY-SUF-LEN)
                               NOT = READY-PATTERN-WORK(
                                   READY-STAR-POS + 1:READY-SUF-LEN)
                           MOVE 0 TO READY-MATCHED
                       END-IF
                   END-IF
               END-IF
               ELSE
                   IF BLOCK-INDEX = -1
      *FILE NOT FOUND is the expected answer for a file the
      *standby has never seen, and NOT READY for a gated file
      *whose marker has not reached it yet - any other refusal
      *still counts as an answer, just one that says the push
      *would be refused too
                       MOVE 1 TO STANDBY-ANSWERED
                       MOVE 0 TO STANDBY-HAS-FILE
                   END-IF
      *push, or leave alone - no answer at all counts as a failure
      *for the cycle (a standby that is down is the very thing the
      *shift needs to see), a missing or stale or differently
      *sized copy means push. a stand-in marker never sizes the
      *same as the empty one, so only its age is held against it
           JUDGE-STANDBY-COPY.

           MOVE 0 TO NEEDS-PUSH.
               IF STANDBY-HAS-FILE = 0
                   MOVE 1 TO NEEDS-PUSH
               ELSE
                   IF MARKER-STAND-IN = 1
                       IF STANDBY-FILE-STAMP < LOCAL-FILE-STAMP
                           MOVE 1 TO NEEDS-PUSH
                       END-IF
                   ELSE
                       IF STANDBY-FILE-SIZE NOT = LOCAL-FILE-BYTES
                           OR STANDBY-FILE-STAMP < LOCAL-FILE-STAMP
                           MOVE 1 TO NEEDS-PUSH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-CALL.

      *the cycle summary - examined, already current, pushed,
      *failed, held back as not ready (when gating is on), and the
      *standby lag (what is still not current when
      *the cycle closes), to the file and the console both
           WRITE-CYCLE-SUMMARY.

               INTO SUMMARY-LINE
           PERFORM PUT-SUMMARY-LINE

           IF READY-RULE-COUNT > 0
               MOVE CYCLE-NOT-READY TO RPT-COUNT-DISP
               MOVE SPACES TO SUMMARY-LINE
               STRING "NOT READY:         " DELIMITED BY SIZE,
                   RPT-COUNT-DISP DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               PERFORM PUT-SUMMARY-LINE
           END-IF

           MOVE CYCLE-FAILED TO RPT-COUNT-DISP
           MOVE SPACES TO SUMMARY-LINE
           STRING "STANDBY LAG:       " DELIMITED BY SIZE,
                   FUNCTION NUMVAL(CONFIG-VALUE)
           END-IF

      *the primary's READY= patterns and READYSUFFIX, repeated here
      *so a file the primary would not serve yet is not pushed at
      *the standby either
           IF CONFIG-KEY = "READY" AND CONFIG-VALUE NOT = SPACES
               IF READY-RULE-COUNT < MAX-READY-RULES
                   ADD 1 TO READY-RULE-COUNT
                   MOVE CONFIG-VALUE
                       TO READY-PATTERN(READY-RULE-COUNT)
               ELSE
                   DISPLAY "READY LIST FULL, IGNORING: " CONFIG-VALUE
               END-IF
           END-IF

           IF CONFIG-KEY = "READYSUFFIX" AND CONFIG-VALUE NOT = SPACES
               MOVE CONFIG-VALUE TO READY-SUFFIX
               MOVE 0 TO READY-SUFFIX-LEN
               PERFORM VARYING I FROM 12 BY -1
                       UNTIL I < 1 OR READY-SUFFIX-LEN > 0
                   IF READY-SUFFIX(I:1) NOT = SPACE
                       MOVE I TO READY-SUFFIX-LEN
                   END-IF
               END-PERFORM
           END-IF

           IF CONFIG-KEY = "CYCLESECONDS"
               COMPUTE CYCLE-SECONDS =
                   FUNCTION NUMVAL(CONFIG-VALUE)
