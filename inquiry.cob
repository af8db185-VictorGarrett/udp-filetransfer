       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN-PROGRAM-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER ASSIGN TO HISTORY-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           ALTERNATE RECORD KEY IS HM-IP-KEY WITH DUPLICATES.

           SELECT INQUIRY-FILE ASSIGN TO "inquiry.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *the transfer history master archive.cob loads - keyed by file
      *name and business date, with every line one client IP moved
      *on one night together under the alternate key
       FD HISTORY-MASTER.
       01  HISTORY-MASTER-RECORD.
           03  HM-KEY.
               05  HM-FILE-NAME PIC X(64).
               05  HM-BUSINESS-DATE PIC 9(8).
               05  HM-SOURCE PIC X(1).
                   88  HM-FROM-SERVER VALUE "S".
                   88  HM-FROM-CLIENT VALUE "C".
               05  HM-SEQUENCE PIC 9(6).
           03  HM-IP-KEY.
               05  HM-IP PIC X(12).
               05  HM-IP-DATE PIC 9(8).
           03  HM-EVENT PIC X(4).
           03  HM-BYTES PIC 9(12).
           03  HM-BLOCKS PIC 9(8).
           03  HM-RESENDS PIC 9(8).
           03  HM-OUTCOME PIC X(4).
           03  HM-VERIFY PIC X(4).
           03  HM-START-STAMP PIC X(16).
           03  HM-END-STAMP PIC X(16).
           03  FILLER PIC X(40).

      *the answer, kept for whoever asked
       FD INQUIRY-FILE.
       01  INQUIRY-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  HISTORY-MASTER-NAME PIC X(20) VALUE "transferhist.dat".

       01  FILE-DETAILS.
           03  FD-FILE-SIZE PIC 9(18) COMP-X.
           03  FD-DAY BINARY-CHAR.
           03  FD-MONTH BINARY-CHAR.
           03  FD-YEAR PIC 9(4) COMP-X.
           03  FD-HOURS BINARY-CHAR.
           03  FD-MINUTES BINARY-CHAR.
           03  FD-SECONDS BINARY-CHAR.
           03  FD-FILLER BINARY-CHAR.
       01  FILE-CHECK-RC BINARY-LONG.

      *what was asked - one of
      *  FILE pattern [fromdate [todate]]
      *  IP address [date]
      *a pattern is a file name or one '*' standing for any run of
      *characters, the allowlist's rule. a FILE inquiry with no
      *dates covers everything on file, one with a single date runs
      *from that night on. an IP inquiry with no date means last
      *night, the same way archive.cob decides it
       01  COMMAND-ARGS PIC X(120).
       01  INQ-MODE PIC X(10).
       01  INQ-SUBJECT PIC X(64).
       01  INQ-FROM-PART PIC X(10).
       01  INQ-TO-PART PIC X(10).
       01  INQ-FROM-DATE PIC 9(8).
       01  INQ-TO-DATE PIC 9(8).
       01  INQ-IP PIC X(12).
       01  CURRENT-STAMP PIC X(21).

       01  MASTER-EOF BINARY-SHORT VALUE 0.
       01  RECORDS-FOUND BINARY-LONG VALUE 0.
       01  BYTES-FOUND BINARY-DOUBLE VALUE 0.

      *the most recent clean delivery among what was found - a
      *client PASS, or a server GET/PUT when only the server's log
      *was archived
       01  LAST-CLEAN-STAMP PIC X(24) VALUE SPACES.
       01  CANDIDATE-STAMP PIC X(24).
       01  LAST-CLEAN-NAME PIC X(64).
       01  LAST-CLEAN-BYTES BINARY-DOUBLE.

      *a server GET/PUT only stands in for a clean delivery when no
      *client line for that file and night was archived at all -
      *the server logs a GET as soon as it has sent, before the
      *client has checked a byte of it. the master's key order puts
      *a file's client lines for a night ahead of the server's, so
      *a FILE inquiry already knows by the time it gets there. an
      *IP inquiry only ever walks server lines, so its candidates
      *are held and looked up by file and night once it is done
       01  GROUP-FILE-NAME PIC X(64) VALUE SPACES.
       01  GROUP-DATE PIC 9(8) VALUE 0.
       01  GROUP-HAS-CLIENT BINARY-SHORT VALUE 0.
       01  MAX-HELD-CANDIDATES BINARY-LONG VALUE 500.
       01  HELD-CANDIDATE-COUNT BINARY-LONG VALUE 0.
       01  HELD-CANDIDATE-TABLE.
           03  HELD-CANDIDATE OCCURS 500.
               05  HC-FILE-NAME PIC X(64).
               05  HC-DATE PIC 9(8).
               05  HC-STAMP PIC X(24).
               05  HC-BYTES BINARY-DOUBLE.
       01  HC-IDX BINARY-LONG.
       01  PROBE-EOF BINARY-SHORT.
       01  PROBE-CLIENT-FOUND BINARY-SHORT.

      *the pattern, and the fixed front of it the master is started
      *at - everything a '*' pattern can match sorts after it
       01  PATTERN-WORK PIC X(64).
       01  PATTERN-CANDIDATE PIC X(64).
       01  PATTERN-MATCHED BINARY-SHORT.
       01  PATTERN-LEN BINARY-LONG.
       01  CANDIDATE-LEN BINARY-LONG.
       01  STAR-POS BINARY-LONG.
       01  PREFIX-LEN BINARY-LONG.
       01  SUFFIX-LEN BINARY-LONG.
       01  I BINARY-LONG.

       01  INQUIRY-LINE PIC X(132).
       01  RPT-COUNT-DISP PIC Z(7)9.
       01  RPT-BYTES-DISP PIC Z(11)9.
       01  RPT-BLOCKS-DISP PIC Z(7)9.
       01  RPT-SOURCE PIC X(6).
       01  RPT-IP PIC X(12).

       PROCEDURE DIVISION.

           PERFORM READ-INQUIRY-ARGS

           IF INQ-MODE NOT = "FILE" AND INQ-MODE NOT = "IP"
               DISPLAY "USAGE: inquiry FILE pattern [from [to]]"
               DISPLAY "       inquiry IP address [date]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING
               HISTORY-MASTER-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC NOT = 0
               DISPLAY "NO HISTORY MASTER: " HISTORY-MASTER-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTORY-MASTER
           OPEN OUTPUT INQUIRY-FILE

           MOVE SPACES TO INQUIRY-LINE
           IF INQ-MODE = "FILE"
               STRING "TRANSFER HISTORY - FILE " DELIMITED BY SIZE,
                   INQ-SUBJECT DELIMITED BY SPACE,
                   " FROM " DELIMITED BY SIZE,
                   INQ-FROM-DATE DELIMITED BY SIZE,
                   " TO " DELIMITED BY SIZE,
                   INQ-TO-DATE DELIMITED BY SIZE
                   INTO INQUIRY-LINE
           ELSE
               STRING "TRANSFER HISTORY - IP " DELIMITED BY SIZE,
                   INQ-IP DELIMITED BY SPACE,
                   " BUSINESS DATE " DELIMITED BY SIZE,
                   INQ-FROM-DATE DELIMITED BY SIZE
                   INTO INQUIRY-LINE
           END-IF
           PERFORM PUT-INQUIRY-LINE
           MOVE "------------------------------------------------"
               TO INQUIRY-LINE
           PERFORM PUT-INQUIRY-LINE

           IF INQ-MODE = "FILE"
               PERFORM LIST-BY-FILE
           ELSE
               PERFORM LIST-BY-IP
           END-IF

           CLOSE HISTORY-MASTER

           MOVE SPACES TO INQUIRY-LINE
           PERFORM PUT-INQUIRY-LINE

           MOVE RECORDS-FOUND TO RPT-COUNT-DISP
           MOVE SPACES TO INQUIRY-LINE
           STRING "TRANSFERS FOUND:     " DELIMITED BY SIZE,
               RPT-COUNT-DISP DELIMITED BY SIZE
               INTO INQUIRY-LINE
           PERFORM PUT-INQUIRY-LINE

           MOVE BYTES-FOUND TO RPT-BYTES-DISP
           MOVE SPACES TO INQUIRY-LINE
           STRING "BYTES:           " DELIMITED BY SIZE,
               RPT-BYTES-DISP DELIMITED BY SIZE
               INTO INQUIRY-LINE
           PERFORM PUT-INQUIRY-LINE

           IF LAST-CLEAN-STAMP NOT = SPACES
               MOVE LAST-CLEAN-BYTES TO RPT-BYTES-DISP
               MOVE SPACES TO INQUIRY-LINE
               STRING "LAST CLEAN: " DELIMITED BY SIZE,
                   LAST-CLEAN-STAMP(1:8) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   LAST-CLEAN-NAME DELIMITED BY SPACE,
                   " BYTES=" DELIMITED BY SIZE,
                   FUNCTION TRIM(RPT-BYTES-DISP) DELIMITED BY SIZE
                   INTO INQUIRY-LINE
               PERFORM PUT-INQUIRY-LINE
           END-IF

           CLOSE INQUIRY-FILE

           DISPLAY "INQUIRY WRITTEN: inquiry.txt"

           IF RECORDS-FOUND = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *split the command line into the kind of inquiry and what it
      *is about, filling in the dates left off
           READ-INQUIRY-ARGS.

           MOVE SPACES TO COMMAND-ARGS
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE

           MOVE SPACES TO INQ-MODE INQ-SUBJECT INQ-FROM-PART
               INQ-TO-PART
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
               INTO INQ-MODE INQ-SUBJECT INQ-FROM-PART INQ-TO-PART
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(INQ-MODE) TO INQ-MODE

           IF INQ-SUBJECT = SPACES
               MOVE SPACES TO INQ-MODE
           END-IF
           IF INQ-FROM-PART NOT = SPACES
               AND INQ-FROM-PART(1:8) IS NOT NUMERIC
               MOVE SPACES TO INQ-MODE
           END-IF
           IF INQ-TO-PART NOT = SPACES
               AND INQ-TO-PART(1:8) IS NOT NUMERIC
               MOVE SPACES TO INQ-MODE
           END-IF

           IF INQ-MODE = "FILE"
               IF INQ-FROM-PART = SPACES
                   MOVE 0 TO INQ-FROM-DATE
               ELSE
                   MOVE INQ-FROM-PART(1:8) TO INQ-FROM-DATE
               END-IF
               IF INQ-TO-PART = SPACES
                   MOVE 99999999 TO INQ-TO-DATE
               ELSE
                   MOVE INQ-TO-PART(1:8) TO INQ-TO-DATE
               END-IF
           END-IF

           IF INQ-MODE = "IP"
               MOVE INQ-SUBJECT TO INQ-IP
               IF INQ-FROM-PART = SPACES
                   MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
                   MOVE CURRENT-STAMP(1:8) TO INQ-FROM-DATE
                   IF CURRENT-STAMP(9:4) < "1200"
                       COMPUTE INQ-FROM-DATE =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(INQ-FROM-DATE)
                               - 1)
                   END-IF
               ELSE
                   MOVE INQ-FROM-PART(1:8) TO INQ-FROM-DATE
               END-IF
               MOVE INQ-FROM-DATE TO INQ-TO-DATE
           END-IF.

      *a file's history - start the master at the pattern's fixed
      *front and read on in key order for as long as the names
      *still begin with it, keeping whatever matches the whole
      *pattern inside the date range
           LIST-BY-FILE.

           MOVE INQ-SUBJECT TO PATTERN-WORK
           MOVE 0 TO PATTERN-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR PATTERN-LEN > 0
               IF PATTERN-WORK(I:1) NOT = SPACE
                   MOVE I TO PATTERN-LEN
               END-IF
           END-PERFORM

           MOVE 0 TO STAR-POS
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PATTERN-LEN OR STAR-POS > 0
               IF PATTERN-WORK(I:1) = "*"
                   MOVE I TO STAR-POS
               END-IF
           END-PERFORM
           IF STAR-POS = 0
               MOVE PATTERN-LEN TO PREFIX-LEN
           ELSE
               COMPUTE PREFIX-LEN = STAR-POS - 1
           END-IF

           MOVE LOW-VALUES TO HM-KEY
           IF PREFIX-LEN > 0
               MOVE PATTERN-WORK(1:PREFIX-LEN) TO HM-FILE-NAME
           ELSE
               MOVE SPACES TO HM-FILE-NAME
           END-IF
           MOVE 0 TO MASTER-EOF
           START HISTORY-MASTER KEY IS NOT LESS THAN HM-KEY
               INVALID KEY
                   MOVE 1 TO MASTER-EOF
           END-START

           PERFORM UNTIL MASTER-EOF = 1
               READ HISTORY-MASTER NEXT RECORD
                   AT END MOVE 1 TO MASTER-EOF
                   NOT AT END
                       IF PREFIX-LEN > 0
                           AND HM-FILE-NAME(1:PREFIX-LEN)
                               NOT = PATTERN-WORK(1:PREFIX-LEN)
                           MOVE 1 TO MASTER-EOF
                       ELSE
                           MOVE HM-FILE-NAME TO PATTERN-CANDIDATE
                           PERFORM MATCH-FILE-PATTERN
                           IF PATTERN-MATCHED = 1
                               AND HM-BUSINESS-DATE >= INQ-FROM-DATE
                               AND HM-BUSINESS-DATE <= INQ-TO-DATE
                               PERFORM PUT-HISTORY-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *one client's night - start the alternate key at the IP and
      *date and read on until either changes
           LIST-BY-IP.

           MOVE INQ-IP TO HM-IP
           MOVE INQ-FROM-DATE TO HM-IP-DATE
           MOVE 0 TO MASTER-EOF
           START HISTORY-MASTER KEY IS EQUAL TO HM-IP-KEY
               INVALID KEY
                   MOVE 1 TO MASTER-EOF
           END-START

           PERFORM UNTIL MASTER-EOF = 1
               READ HISTORY-MASTER NEXT RECORD
                   AT END MOVE 1 TO MASTER-EOF
                   NOT AT END
                       IF HM-IP NOT = INQ-IP
                           OR HM-IP-DATE NOT = INQ-FROM-DATE
                           MOVE 1 TO MASTER-EOF
                       ELSE
                           PERFORM PUT-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > HELD-CANDIDATE-COUNT
               PERFORM PROBE-CLIENT-SIDE
               IF PROBE-CLIENT-FOUND = 0
                   AND (LAST-CLEAN-STAMP = SPACES
                       OR HC-STAMP(HC-IDX) > LAST-CLEAN-STAMP)
                   MOVE HC-STAMP(HC-IDX) TO LAST-CLEAN-STAMP
                   MOVE HC-FILE-NAME(HC-IDX) TO LAST-CLEAN-NAME
                   MOVE HC-BYTES(HC-IDX) TO LAST-CLEAN-BYTES
               END-IF
           END-PERFORM.

      *the client's lines for one held server candidate's file and
      *night, straight off the primary key - any at all means the
      *server's word does not count, and a PASS among them is a
      *clean delivery in its own right
           PROBE-CLIENT-SIDE.

           MOVE 0 TO PROBE-CLIENT-FOUND
           MOVE LOW-VALUES TO HM-KEY
           MOVE HC-FILE-NAME(HC-IDX) TO HM-FILE-NAME
           MOVE HC-DATE(HC-IDX) TO HM-BUSINESS-DATE
           MOVE "C" TO HM-SOURCE
           MOVE 0 TO HM-SEQUENCE
           MOVE 0 TO PROBE-EOF
           START HISTORY-MASTER KEY IS NOT LESS THAN HM-KEY
               INVALID KEY
                   MOVE 1 TO PROBE-EOF
           END-START

           PERFORM UNTIL PROBE-EOF = 1
               READ HISTORY-MASTER NEXT RECORD
                   AT END MOVE 1 TO PROBE-EOF
                   NOT AT END
                       IF HM-FILE-NAME NOT = HC-FILE-NAME(HC-IDX)
                           OR HM-BUSINESS-DATE NOT = HC-DATE(HC-IDX)
                           OR NOT HM-FROM-CLIENT
                           MOVE 1 TO PROBE-EOF
                       ELSE
                           MOVE 1 TO PROBE-CLIENT-FOUND
                           IF HM-OUTCOME = "PASS"
                               PERFORM TAKE-CLEAN-CANDIDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *one pattern against one name - an exact match, or one '*'
      *standing for any run of characters, the same rule the
      *server's allowlist applies
           MATCH-FILE-PATTERN.

           MOVE 0 TO PATTERN-MATCHED

           MOVE 0 TO CANDIDATE-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR CANDIDATE-LEN > 0
               IF PATTERN-CANDIDATE(I:1) NOT = SPACE
                   MOVE I TO CANDIDATE-LEN
               END-IF
           END-PERFORM

           IF PATTERN-LEN > 0 AND CANDIDATE-LEN > 0
               IF STAR-POS = 0
                   IF PATTERN-LEN = CANDIDATE-LEN
                       AND PATTERN-WORK(1:PATTERN-LEN)
                           = PATTERN-CANDIDATE(1:CANDIDATE-LEN)
                       MOVE 1 TO PATTERN-MATCHED
                   END-IF
               ELSE
                   COMPUTE SUFFIX-LEN = PATTERN-LEN - STAR-POS
                   IF CANDIDATE-LEN >= PREFIX-LEN + SUFFIX-LEN
                       MOVE 1 TO PATTERN-MATCHED
                       IF PREFIX-LEN > 0
                           AND PATTERN-CANDIDATE(1:PREFIX-LEN)
                               NOT = PATTERN-WORK(1:PREFIX-LEN)
                           MOVE 0 TO PATTERN-MATCHED
                       END-IF
                       IF SUFFIX-LEN > 0
                           AND PATTERN-CANDIDATE(
                               CANDIDATE-LEN - SUFFIX-LEN + 1:
                               SUFFIX-LEN)
                               NOT = PATTERN-WORK(
                                   STAR-POS + 1:
                                   SUFFIX-LEN)
                           MOVE 0 TO PATTERN-MATCHED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *one master record as a report line, and its share of the
      *totals
           PUT-HISTORY-LINE.

           ADD 1 TO RECORDS-FOUND
           ADD HM-BYTES TO BYTES-FOUND

           IF HM-FROM-SERVER
               MOVE "SERVER" TO RPT-SOURCE
           ELSE
               MOVE "CLIENT" TO RPT-SOURCE
           END-IF
           IF HM-IP = SPACES
               MOVE "-" TO RPT-IP
           ELSE
               MOVE HM-IP TO RPT-IP
           END-IF
           MOVE HM-BYTES TO RPT-BYTES-DISP
           MOVE HM-BLOCKS TO RPT-BLOCKS-DISP

           MOVE SPACES TO INQUIRY-LINE
           STRING HM-BUSINESS-DATE DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               RPT-SOURCE DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               HM-EVENT DELIMITED BY SIZE,
               HM-OUTCOME DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               HM-START-STAMP(9:6) DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               HM-END-STAMP(9:6) DELIMITED BY SIZE,
               RPT-BYTES-DISP DELIMITED BY SIZE,
               "B" DELIMITED BY SIZE,
               RPT-BLOCKS-DISP DELIMITED BY SIZE,
               " BLK IP=" DELIMITED BY SIZE,
               RPT-IP DELIMITED BY SPACE,
               " " DELIMITED BY SIZE,
               HM-FILE-NAME DELIMITED BY SPACE
               INTO INQUIRY-LINE
           PERFORM PUT-INQUIRY-LINE

           IF HM-FILE-NAME NOT = GROUP-FILE-NAME
               OR HM-BUSINESS-DATE NOT = GROUP-DATE
               MOVE HM-FILE-NAME TO GROUP-FILE-NAME
               MOVE HM-BUSINESS-DATE TO GROUP-DATE
               MOVE 0 TO GROUP-HAS-CLIENT
           END-IF

           IF HM-FROM-CLIENT
               MOVE 1 TO GROUP-HAS-CLIENT
               IF HM-OUTCOME = "PASS"
                   PERFORM TAKE-CLEAN-CANDIDATE
               END-IF
           ELSE
               IF HM-EVENT = "GET" OR HM-EVENT = "PUT"
                   IF INQ-MODE = "IP"
                       PERFORM HOLD-SERVER-CANDIDATE
                   ELSE
                       IF GROUP-HAS-CLIENT = 0
                           PERFORM TAKE-CLEAN-CANDIDATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *the master record in hand as the last clean delivery, if it
      *is later than the best so far
           TAKE-CLEAN-CANDIDATE.

           MOVE SPACES TO CANDIDATE-STAMP
           STRING HM-BUSINESS-DATE DELIMITED BY SIZE,
               HM-END-STAMP DELIMITED BY SIZE
               INTO CANDIDATE-STAMP
           IF LAST-CLEAN-STAMP = SPACES
               OR CANDIDATE-STAMP > LAST-CLEAN-STAMP
               MOVE CANDIDATE-STAMP TO LAST-CLEAN-STAMP
               MOVE HM-FILE-NAME TO LAST-CLEAN-NAME
               MOVE HM-BYTES TO LAST-CLEAN-BYTES
           END-IF.

      *an IP inquiry's server GET/PUT, kept until the walk is over
      *and the client's side of it can be looked up
           HOLD-SERVER-CANDIDATE.

           IF HELD-CANDIDATE-COUNT < MAX-HELD-CANDIDATES
               ADD 1 TO HELD-CANDIDATE-COUNT
               MOVE HM-FILE-NAME TO HC-FILE-NAME(HELD-CANDIDATE-COUNT)
               MOVE HM-BUSINESS-DATE TO HC-DATE(HELD-CANDIDATE-COUNT)
               MOVE SPACES TO HC-STAMP(HELD-CANDIDATE-COUNT)
               STRING HM-BUSINESS-DATE DELIMITED BY SIZE,
                   HM-END-STAMP DELIMITED BY SIZE
                   INTO HC-STAMP(HELD-CANDIDATE-COUNT)
               MOVE HM-BYTES TO HC-BYTES(HELD-CANDIDATE-COUNT)
           ELSE
               DISPLAY "TOO MANY TRANSFERS TO CHECK, NOT CONSIDERED "
                   "FOR LAST CLEAN: " HM-FILE-NAME
           END-IF.

      *one line to both the report file and the console
           PUT-INQUIRY-LINE.

           MOVE INQUIRY-LINE TO INQUIRY-RECORD
           WRITE INQUIRY-RECORD
           DISPLAY INQUIRY-LINE(1:72).
