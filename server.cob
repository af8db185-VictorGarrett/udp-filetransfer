           SELECT DELTA-DIFF-FILE ASSIGN TO DELTA-DIFF-FILE-NAME
           ORGANIZATION IS SEQUENTIAL.

           SELECT RECEIPT-LOG-FILE ASSIGN TO RECEIPT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RCPT-OUT-FILE ASSIGN TO RCPT-OUT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT READY-MARKER-FILE ASSIGN TO READY-MARKER-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEAL-WORK-FILE ASSIGN TO SEAL-WORK-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *one line per GET/ or SUS/ request, kept across server restarts
       FD AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(200).

      *KEY=VALUE startup parameters - PORT and BLOCKSIZE
       FD CONFIG-FILE.

      *a LIST/ listing with the names the requesting client may not
      *pull already removed - what actually gets sent when access
      *control is on - and with every gated name tagged READY or
      *NOT READY when ready-marker gating is
       FD FILTER-FILE.
       01  FILTER-LINE PIC X(80).

      *the block indexes a DELT/ exchange found to differ, in the
      *order they will be sent - per-child like the match file, so
       FD DELTA-DIFF-FILE.
       01  DELTA-DIFF-REC PIC 9(8).

      *one sealed receipt per push that earned its PUTOK, kept
      *across server restarts the way the transfer log is
       FD RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-RECORD PIC X(300).

      *the receipts one client asked back for with RCPT/ - built
      *per-child like the listing file and sent the same way
       FD RCPT-OUT-FILE.
       01  RCPT-OUT-RECORD PIC X(300).

      *a producer's ready marker - empty, or BYTES=, RECORDS= and
      *RECLEN= lines with the counts the producer says it wrote
       FD READY-MARKER-FILE.
       01  READY-MARKER-LINE PIC X(64).

      *one receipt's sealing work - the body going in, the key
      *beside it, the digest line coming back - per-child like the
      *listing file
       FD SEAL-WORK-FILE.
       01  SEAL-WORK-LINE PIC X(240).


       WORKING-STORAGE SECTION.
       01  F-STATUS PIC XX.
       01  ACL-SUF-LEN BINARY-LONG.
       01  FILTER-FILE-NAME PIC X(20) VALUE SPACES.

      *ready-marker gating - READY=pattern lines (server.cfg for
      *the standing rules, access.cfg for ones RELOAD/ can change)
      *name the files producers write straight into the serving
      *root. such a file is served only once its companion marker
      *is down - the file's own name with READYSUFFIX on the end,
      *".ready" unless server.cfg says otherwise - and only while
      *the marker is no older than the file, so a rewrite under a
      *stale marker is caught too. a marker may carry BYTES=n and
      *RECORDS=n lines, and RECLEN=n for a fixed-length extract
      *whose records carry no line feeds - the records are then
      *the bytes over the record length, and a size that is not a
      *whole number of records disagrees. counts that disagree with
      *the file on disk refuse it as a denial. until then GET/,
      *GETM/, INFO/ and DELT/ are answered NOT READY, which the
      *client takes as come back later, and LIST/ says which is
      *which
       01  READY-SUFFIX PIC X(12) VALUE ".ready".
       01  READY-SUFFIX-LEN BINARY-LONG VALUE 6.
       01  MAX-READY-RULES BINARY-LONG VALUE 50.
       01  READY-RULE-COUNT BINARY-LONG VALUE 0.
       01  READY-CFG-COUNT BINARY-LONG VALUE 0.
       01  READY-RULE-TABLE.
           03  READY-PATTERN OCCURS 50 TIMES PIC X(64).
       01  READY-IDX BINARY-LONG.
       01  READY-GATED BINARY-SHORT VALUE 0.
       01  READY-COUNTS-BAD BINARY-SHORT VALUE 0.
       01  READY-MARKER-NAME PIC X(80).
       01  READY-MARKER-EOF BINARY-SHORT.
       01  READY-EXPECT-BYTES BINARY-DOUBLE.
       01  READY-EXPECT-RECORDS BINARY-DOUBLE.
       01  READY-EXPECT-RECLEN BINARY-DOUBLE.
       01  READY-RECLEN-LEFT BINARY-DOUBLE.
       01  READY-FILE-STAMP BINARY-DOUBLE.
       01  READY-MARKER-STAMP BINARY-DOUBLE.
       01  READY-FILE-BYTES BINARY-DOUBLE.
       01  READY-FILE-RECORDS BINARY-DOUBLE.
       01  READY-REMAINING BINARY-DOUBLE.
       01  READY-CHUNK BINARY-LONG.
       01  READY-LAST-BYTE BINARY-LONG.
       01  READY-BYTES-DISP PIC Z(17)9.
       01  READY-RECORDS-DISP PIC Z(17)9.
       01  MATCH-NOT-READY BINARY-LONG VALUE 0.
       01  MATCH-IS-MARKER BINARY-SHORT VALUE 0.
       01  MARKER-DETAILS.
           03  MK-FILE-SIZE PIC 9(18) COMP-X.
           03  MK-DAY BINARY-CHAR.
           03  MK-MONTH BINARY-CHAR.
           03  MK-YEAR PIC 9(4) COMP-X.
           03  MK-HOURS BINARY-CHAR.
           03  MK-MINUTES BINARY-CHAR.
           03  MK-SECONDS BINARY-CHAR.
           03  MK-FILLER BINARY-CHAR.

      *encrypted transfer mode - GETE/ and PUTE/ are GET/ and PUT/
      *with every block's data enciphered before the checksum on
      *the sending side and deciphered after the checksum compare
       01  AUDIT-LOG-FILE-NAME PIC X(20) VALUE "transferlog.txt".
       01  RESEND-COUNT BINARY-LONG VALUE 0.
       01  AUDIT-EVENT-TYPE PIC X(4).
       01  AUDIT-LOG-LINE PIC X(200).
       01  AUDIT-IP-DISP PIC -(9)9.
       01  AUDIT-BYTES-DISP PIC Z(11)9.
       01  AUDIT-BLOCKS-DISP PIC Z(7)9.
       01  AUDIT-RESENDS-DISP PIC Z(7)9.
      *when the transfer a line speaks for began and when the line
      *was written, yyyymmddhhmmss plus hundredths - START= is taken
      *as the request comes off the wire (per file for a GETM/
      *set), END= as the line goes out, so the capacity report can
      *time every file without a clock of its own
       01  AUDIT-START-STAMP PIC X(16) VALUE SPACES.
       01  AUDIT-END-STAMP PIC X(16).

      *delivery receipts - written after every PUT/, PUTE/ or PUTT/
      *that earned its PUTOK: the logical name the client pushed,
      *who pushed it, the size, block count and whole-file CRC the
      *server actually landed, the readable twin for a PUTT/, and
      *when. SEAL= is an HMAC-SHA256 over the receipt body keyed
      *with the pushing client's key when one is on file, so a
      *receipt handed back by RCPT/ can be proven to be this
      *server's own
       01  RECEIPT-LOG-FILE-NAME PIC X(20) VALUE "receipts.txt".
       01  RECEIPT-LOGICAL-NAME PIC X(64) VALUE SPACES.
       01  RECEIPT-TWIN-NAME PIC X(70).
       01  RECEIPT-DATE PIC 9(8).
       01  RECEIPT-TIME PIC 9(8).
       01  RECEIPT-CRC-DISP PIC 9(10).
       01  RECEIPT-SEAL-TEXT PIC X(64).
       01  RECEIPT-BODY PIC X(200).
       01  RECEIPT-BODY-PTR BINARY-LONG.
       01  RECEIPT-LINE PIC X(300).
       01  SEAL-WORK-NAME PIC X(20).
       01  SEAL-BODY-NAME PIC X(20).
       01  SEAL-KEY-NAME PIC X(20).
       01  SEAL-MAC-NAME PIC X(20).
       01  SEAL-COMMAND PIC X(200).

      *RCPT/ request - the date asked for (blank is today), the
      *per-child file the matching receipts are copied into, and
      *the DATE=/IP= words every receipt line is judged on
       01  RCPT-OUT-FILE-NAME PIC X(20) VALUE SPACES.
       01  RCPT-REQUEST-DATE PIC X(8).
       01  RCPT-EOF BINARY-SHORT.
       01  RCPT-MATCH-COUNT BINARY-LONG.
       01  RCPT-COUNT-DISP PIC Z(5)9.
       01  RCPT-WANT-DATE PIC X(20).
       01  RCPT-WANT-IP PIC X(20).
       01  RCPT-WORD-VERB PIC X(8).
       01  RCPT-WORD-DATE PIC X(20).
       01  RCPT-WORD-TIME PIC X(20).
       01  RCPT-WORD-IP PIC X(20).

       01  BLOCK-TO-RESEND BINARY-LONG.
       01  I BINARY-LONG.
           END-CALL

           PERFORM READ-CONFIG-FILE
      *the server.cfg READY= rules stay put across a RELOAD/ - only
      *the ones access.cfg adds behind them are re-read
           MOVE READY-RULE-COUNT TO READY-CFG-COUNT
           PERFORM READ-ACCESS-FILE

           IF READY-RULE-COUNT > 0
               DISPLAY "READY GATING ON - " READY-RULE-COUNT
                   " PATTERNS, MARKER SUFFIX "
                   READY-SUFFIX(1:READY-SUFFIX-LEN)
           END-IF

      *the loopback address in the same form recvfrom reports
      *senders in - what "the local console" means to the operator
      *verb checks below
               BY REFERENCE CLIENT-SOCKET-SIZE
           END-CALL
           DISPLAY "recv: " RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:16) TO AUDIT-START-STAMP
           DISPLAY "FROM " IP OF CLIENT-SOCKET-ADDRESS   

           DISPLAY "recv msg: " MESSAGE-CONTENT
                       PERFORM RESOLVE-SELECTED-PATH
                   END-IF
               END-IF
      *a half-written file has no size or stamp worth quoting yet -
      *and one not yet started is not ready rather than missing
               IF ERR-REASON-CODE = 0
                   MOVE MESSAGE-CONTENT(6:64) TO ACL-CANDIDATE-NAME
                   PERFORM CHECK-READY-MARKER
               END-IF
               IF ERR-REASON-CODE NOT = 0
                   PERFORM REFUSE-REQUEST
               ELSE
                   MOVE 0 TO ACL-ADMIN-COUNT
                   MOVE 0 TO ACL-KEY-COUNT
                   MOVE 0 TO ACL-ENC-COUNT
                   MOVE READY-CFG-COUNT TO READY-RULE-COUNT
                   PERFORM READ-ACCESS-FILE
                   MOVE SPACES TO OPR-REPLY-MSG
                   MOVE "OPR/ACL RELOADED" TO OPR-REPLY-MSG
      *LIST/ may carry a directory after the slash - the listing is
      *taken there instead of the root itself, with the same no-
      *climbing rule every other path gets
      *RCPT/ hands a client back its own delivery receipts for one
      *date (RCPT/yyyymmdd, blank meaning today) - never anyone
      *else's, since the receipts are picked by the asking address.
      *sent as a file the same forked way LIST/ is
           IF MESSAGE-CONTENT(1:5) = "RCPT/"
               MOVE MESSAGE-CONTENT(6:8) TO RCPT-REQUEST-DATE
               IF RCPT-REQUEST-DATE = SPACES
                   ACCEPT RECEIPT-DATE FROM DATE YYYYMMDD
                   MOVE RECEIPT-DATE TO RCPT-REQUEST-DATE
               END-IF
               MOVE 0 TO ERR-REASON-CODE
               PERFORM CHECK-CLIENT-ALLOWED
               IF CLIENT-ALLOWED = 0
                   MOVE "RCPT" TO SELECTED-FILE-NAME
                   MOVE 5 TO ERR-REASON-CODE
                   MOVE "CLIENT NOT AUTHORIZED" TO ERR-REASON-TEXT
               ELSE
                   IF RCPT-REQUEST-DATE IS NOT NUMERIC
                       OR MESSAGE-CONTENT(14:) NOT = SPACES
                       MOVE 4 TO ERR-REASON-CODE
                       MOVE "BAD RECEIPT DATE" TO ERR-REASON-TEXT
                   END-IF
               END-IF
               IF ERR-REASON-CODE NOT = 0
                   PERFORM REFUSE-REQUEST
               ELSE
                   CALL "fork" GIVING SERVER-CHILD-PID END-CALL

                   IF SERVER-CHILD-PID = 0 OR SERVER-CHILD-PID = -1
                       PERFORM OPEN-TRANSFER-SOCKET
                       PERFORM BUILD-RECEIPT-FILE
                       MOVE RCPT-OUT-FILE-NAME TO SELECTED-FILE-NAME
                       PERFORM SEND-FILE
                       PERFORM WAIT-MATCH-ACK
                       CALL "CBL_DELETE_FILE" USING RCPT-OUT-FILE-NAME
                       END-CALL
                       IF SERVER-CHILD-PID = -1
                           PERFORM CLOSE-TRANSFER-SOCKET
                       END-IF
                   END-IF

                   IF SERVER-CHILD-PID = 0
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           IF MESSAGE-CONTENT(1:5) = "LIST/"
               MOVE MESSAGE-CONTENT(6:) TO LIST-TARGET-DIR
               MOVE 1 TO PATH-OK
                       PERFORM LIST-FILES
      *with access control on, the listing only advertises what the
      *requesting client could actually pull - the raw ls output is
      *sieved through the FILE= patterns before it is sent. with
      *ready gating on, the same pass tags every gated name
                       IF ACL-ENABLED = 1 OR READY-RULE-COUNT > 0
                           PERFORM FILTER-LISTING-FILE
                           MOVE FILTER-FILE-NAME
                               TO SELECTED-FILE-NAME
                       PERFORM WAIT-MATCH-ACK
                       CALL "CBL_DELETE_FILE" USING LISTING-FILE-NAME
                       END-CALL
                       IF ACL-ENABLED = 1 OR READY-RULE-COUNT > 0
                           CALL "CBL_DELETE_FILE" USING
                               FILTER-FILE-NAME
                           END-CALL
                       END-IF
                   END-IF
                   IF ERR-REASON-CODE = 0
      *the receipt names the file the way the client asked for it,
      *not the root-qualified path it landed at
                       MOVE SELECTED-FILE-NAME TO RECEIPT-LOGICAL-NAME
                       PERFORM RESOLVE-SELECTED-PATH
                   END-IF
               END-IF
                   AND PUT-ABORTED = 0 AND PUT-HAD-FAILURE = 0
                   PERFORM CONVERT-TEXT-COPY
               END-IF
      *and only a push that earned its PUTOK gets a receipt
               IF PUT-ABORTED = 0 AND PUT-HAD-FAILURE = 0
                   PERFORM WRITE-DELIVERY-RECEIPT
               END-IF
           END-IF.

      *append the sealed receipt for the push just completed - the
      *whole-file CRC is taken over what actually landed on disk,
      *not over anything the client claimed
           WRITE-DELIVERY-RECEIPT.

           PERFORM CALCULATE-FILE-CRC32
           MOVE FILE-CRC-RESULT TO RECEIPT-CRC-DISP

           ACCEPT RECEIPT-DATE FROM DATE YYYYMMDD
           ACCEPT RECEIPT-TIME FROM TIME

           MOVE IP OF CLIENT-SOCKET-ADDRESS TO AUDIT-IP-DISP
           MOVE FILE-BYTE-COUNT TO AUDIT-BYTES-DISP
           MOVE TOTAL-BLOCKS TO AUDIT-BLOCKS-DISP

           MOVE SPACES TO RECEIPT-TWIN-NAME
           IF SRV-TEXT-MODE = 1
               STRING RECEIPT-LOGICAL-NAME DELIMITED BY SPACE,
                   ".txt" DELIMITED BY SIZE
                   INTO RECEIPT-TWIN-NAME
               END-STRING
           ELSE
               MOVE "-" TO RECEIPT-TWIN-NAME
           END-IF

           MOVE SPACES TO RECEIPT-BODY
           MOVE 1 TO RECEIPT-BODY-PTR
           STRING "RCPT DATE=" DELIMITED BY SIZE,
               RECEIPT-DATE DELIMITED BY SIZE,
               " TIME=" DELIMITED BY SIZE,
               RECEIPT-TIME(1:6) DELIMITED BY SIZE,
               " IP=" DELIMITED BY SIZE,
               FUNCTION TRIM(AUDIT-IP-DISP) DELIMITED BY SIZE,
               " FILE=" DELIMITED BY SIZE,
               RECEIPT-LOGICAL-NAME DELIMITED BY SPACE,
               " BYTES=" DELIMITED BY SIZE,
               FUNCTION TRIM(AUDIT-BYTES-DISP) DELIMITED BY SIZE,
               " BLOCKS=" DELIMITED BY SIZE,
               FUNCTION TRIM(AUDIT-BLOCKS-DISP) DELIMITED BY SIZE,
               " CRC=" DELIMITED BY SIZE,
               RECEIPT-CRC-DISP DELIMITED BY SIZE,
               " TWIN=" DELIMITED BY SIZE,
               RECEIPT-TWIN-NAME DELIMITED BY SPACE
               INTO RECEIPT-BODY
               WITH POINTER RECEIPT-BODY-PTR
           END-STRING

           PERFORM SEAL-RECEIPT-BODY

           MOVE SPACES TO RECEIPT-LINE
           STRING RECEIPT-BODY(1:RECEIPT-BODY-PTR - 1)
               DELIMITED BY SIZE,
               " SEAL=" DELIMITED BY SIZE,
               RECEIPT-SEAL-TEXT DELIMITED BY SPACE
               INTO RECEIPT-LINE
           END-STRING

           CALL "CBL_CHECK_FILE_EXIST" USING
               RECEIPT-LOG-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN EXTEND RECEIPT-LOG-FILE
           ELSE
               OPEN OUTPUT RECEIPT-LOG-FILE
           END-IF

           MOVE RECEIPT-LINE TO RECEIPT-LOG-RECORD
           WRITE RECEIPT-LOG-RECORD
           CLOSE RECEIPT-LOG-FILE

           DISPLAY "RECEIPT WRITTEN: " RECEIPT-LOGICAL-NAME.

      *HMAC-SHA256 over the first RECEIPT-BODY-PTR - 1 bytes of
      *the receipt body, keyed with the pushing client's key when
      *access.cfg has one for it. openssl does the arithmetic over
      *per-child work files, the key going in through a file of
      *its own so no quoting in it can reach the shell. a client
      *holding the same key can recompute it; without the key
      *nobody can make one that will. a client with no key on file
      *gets a bare SHA-256 - it catches damage, not a forger.
      *openssl missing or failing leaves SEAL=NONE, which no
      *client will accept
           SEAL-RECEIPT-BODY.

           PERFORM FIND-CLIENT-KEY
           CALL "getpid" GIVING OWN-PID END-CALL
           MOVE OWN-PID TO LISTING-PID-DISP

           MOVE SPACES TO SEAL-BODY-NAME SEAL-KEY-NAME SEAL-MAC-NAME
           STRING "sealbody" DELIMITED BY SIZE,
               FUNCTION TRIM(LISTING-PID-DISP) DELIMITED BY SIZE,
               ".tmp" DELIMITED BY SIZE
               INTO SEAL-BODY-NAME
           END-STRING
           STRING "sealkey" DELIMITED BY SIZE,
               FUNCTION TRIM(LISTING-PID-DISP) DELIMITED BY SIZE,
               ".tmp" DELIMITED BY SIZE
               INTO SEAL-KEY-NAME
           END-STRING
           STRING "sealmac" DELIMITED BY SIZE,
               FUNCTION TRIM(LISTING-PID-DISP) DELIMITED BY SIZE,
               ".tmp" DELIMITED BY SIZE
               INTO SEAL-MAC-NAME
           END-STRING

           MOVE SEAL-BODY-NAME TO SEAL-WORK-NAME
           OPEN OUTPUT SEAL-WORK-FILE
           MOVE RECEIPT-BODY(1:RECEIPT-BODY-PTR - 1) TO SEAL-WORK-LINE
           WRITE SEAL-WORK-LINE
           CLOSE SEAL-WORK-FILE

           MOVE SPACES TO SEAL-COMMAND
           IF KEY-FOUND = 1
               MOVE SEAL-KEY-NAME TO SEAL-WORK-NAME
               OPEN OUTPUT SEAL-WORK-FILE
               MOVE CURRENT-KEY-TEXT(1:CURRENT-KEY-LEN)
                   TO SEAL-WORK-LINE
               WRITE SEAL-WORK-LINE
               CLOSE SEAL-WORK-FILE
               STRING "openssl dgst -sha256 -r -hmac ""$(cat "
                       DELIMITED BY SIZE,
                   SEAL-KEY-NAME DELIMITED BY SPACE,
                   ")"" " DELIMITED BY SIZE,
                   SEAL-BODY-NAME DELIMITED BY SPACE,
                   " > " DELIMITED BY SIZE,
                   SEAL-MAC-NAME DELIMITED BY SPACE,
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO SEAL-COMMAND
               END-STRING
           ELSE
               STRING "openssl dgst -sha256 -r " DELIMITED BY SIZE,
                   SEAL-BODY-NAME DELIMITED BY SPACE,
                   " > " DELIMITED BY SIZE,
                   SEAL-MAC-NAME DELIMITED BY SPACE,
                   " 2>/dev/null" DELIMITED BY SIZE
                   INTO SEAL-COMMAND
               END-STRING
           END-IF
           CALL "SYSTEM" USING SEAL-COMMAND
           END-CALL

      *the digest is the first word of openssl's answer - 64 hex
      *characters and a space, or it is not a digest at all
           MOVE "NONE" TO RECEIPT-SEAL-TEXT
           CALL "CBL_CHECK_FILE_EXIST" USING
               SEAL-MAC-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL
           IF FILE-CHECK-RC = 0
               MOVE SEAL-MAC-NAME TO SEAL-WORK-NAME
               MOVE SPACES TO SEAL-WORK-LINE
               OPEN INPUT SEAL-WORK-FILE
               READ SEAL-WORK-FILE
                   AT END MOVE SPACES TO SEAL-WORK-LINE
               END-READ
               CLOSE SEAL-WORK-FILE
               IF SEAL-WORK-LINE(64:1) NOT = SPACE
                   AND SEAL-WORK-LINE(65:1) = SPACE
                   MOVE SEAL-WORK-LINE(1:64) TO RECEIPT-SEAL-TEXT
               END-IF
           END-IF
           IF RECEIPT-SEAL-TEXT = "NONE"
               DISPLAY "RECEIPT COULD NOT BE SEALED: "
                   RECEIPT-LOGICAL-NAME
           END-IF

           CALL "CBL_DELETE_FILE" USING SEAL-BODY-NAME
           END-CALL
           CALL "CBL_DELETE_FILE" USING SEAL-KEY-NAME
           END-CALL
           CALL "CBL_DELETE_FILE" USING SEAL-MAC-NAME
           END-CALL.

      *copy this client's receipts for RCPT-REQUEST-DATE out of the
      *receipt log into the per-child RCPT-OUT-FILE-NAME. a header
      *line goes first with the count, so the file is never empty
      *and a night with no pushes still answers with something the
      *client can store
           BUILD-RECEIPT-FILE.

           CALL "getpid" GIVING OWN-PID END-CALL
           MOVE OWN-PID TO LISTING-PID-DISP

           MOVE SPACES TO RCPT-OUT-FILE-NAME
           STRING "rcpt" DELIMITED BY SIZE,
               FUNCTION TRIM(LISTING-PID-DISP) DELIMITED BY SIZE,
               ".tmp" DELIMITED BY SIZE
               INTO RCPT-OUT-FILE-NAME
           END-STRING

           MOVE IP OF CLIENT-SOCKET-ADDRESS TO AUDIT-IP-DISP
           MOVE SPACES TO RCPT-WANT-IP
           STRING "IP=" DELIMITED BY SIZE,
               FUNCTION TRIM(AUDIT-IP-DISP) DELIMITED BY SIZE
               INTO RCPT-WANT-IP
           END-STRING
           MOVE SPACES TO RCPT-WANT-DATE
           STRING "DATE=" DELIMITED BY SIZE,
               RCPT-REQUEST-DATE DELIMITED BY SIZE
               INTO RCPT-WANT-DATE
           END-STRING

      *first pass counts, so the header can carry the total
           MOVE 0 TO RCPT-MATCH-COUNT
           CALL "CBL_CHECK_FILE_EXIST" USING
               RECEIPT-LOG-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL
           IF FILE-CHECK-RC = 0
               OPEN INPUT RECEIPT-LOG-FILE
               MOVE 0 TO RCPT-EOF
               PERFORM UNTIL RCPT-EOF = 1
                   READ RECEIPT-LOG-FILE
                       AT END MOVE 1 TO RCPT-EOF
                       NOT AT END
                           PERFORM SPLIT-RECEIPT-LINE
                           IF RCPT-WORD-DATE = RCPT-WANT-DATE
                               AND RCPT-WORD-IP = RCPT-WANT-IP
                               ADD 1 TO RCPT-MATCH-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-LOG-FILE
           END-IF

           MOVE RCPT-MATCH-COUNT TO RCPT-COUNT-DISP
           OPEN OUTPUT RCPT-OUT-FILE
           MOVE SPACES TO RCPT-OUT-RECORD
           STRING "RECEIPTS " DELIMITED BY SIZE,
               RCPT-WANT-DATE DELIMITED BY SPACE,
               " " DELIMITED BY SIZE,
               RCPT-WANT-IP DELIMITED BY SPACE,
               " COUNT=" DELIMITED BY SIZE,
               FUNCTION TRIM(RCPT-COUNT-DISP) DELIMITED BY SIZE
               INTO RCPT-OUT-RECORD
           END-STRING
           WRITE RCPT-OUT-RECORD

           IF RCPT-MATCH-COUNT > 0
               OPEN INPUT RECEIPT-LOG-FILE
               MOVE 0 TO RCPT-EOF
               PERFORM UNTIL RCPT-EOF = 1
                   READ RECEIPT-LOG-FILE
                       AT END MOVE 1 TO RCPT-EOF
                       NOT AT END
                           PERFORM SPLIT-RECEIPT-LINE
                           IF RCPT-WORD-DATE = RCPT-WANT-DATE
                               AND RCPT-WORD-IP = RCPT-WANT-IP
                               MOVE RECEIPT-LOG-RECORD
                                   TO RCPT-OUT-RECORD
                               WRITE RCPT-OUT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-LOG-FILE
           END-IF

           CLOSE RCPT-OUT-FILE.

      *the leading words of one receipt line - verb, DATE=, TIME=
      *and IP= always come first and in that order
           SPLIT-RECEIPT-LINE.

           MOVE SPACES TO RCPT-WORD-VERB RCPT-WORD-DATE
               RCPT-WORD-TIME RCPT-WORD-IP
           UNSTRING RECEIPT-LOG-RECORD DELIMITED BY ALL " "
               INTO RCPT-WORD-VERB RCPT-WORD-DATE
                   RCPT-WORD-TIME RCPT-WORD-IP
           END-UNSTRING.

      *split the verb parts off a PUTT/ request - codepage, fixed
      *record length, then the file name, which may carry
      *directories of its own, so the name is whatever sits past
                   OR RESPONSE-MSG(1:5) = "PUTT/"
                   OR RESPONSE-MSG(1:5) = "DELT/"
                   OR RESPONSE-MSG(1:4) = "SUS/"
                   OR RESPONSE-MSG(1:5) = "RCPT/"
                   PERFORM SEND-BUSY-RESPONSE
               END-IF
               MOVE LENGTH OF PUT-PEER-ADDRESS TO PUT-PEER-SIZE
               IF ERR-REASON-CODE = 0
                   PERFORM RESOLVE-SELECTED-PATH
               END-IF
      *a file still being written is never sent - judged on the
      *logical name the client asked for, and ahead of the
      *existence and size tests, so a gated file the producer has
      *only just opened, or not yet opened, is NOT READY and not
      *missing or empty
               IF ERR-REASON-CODE = 0
                   MOVE REQUEST-FILE-ARG TO ACL-CANDIDATE-NAME
                   PERFORM CHECK-READY-MARKER
               END-IF
               IF ERR-REASON-CODE = 0
                   CALL "CBL_CHECK_FILE_EXIST" USING
                       SELECTED-FILE-NAME

      *refuse and remember: the error datagram to the client, and a
      *DEN line on the audit log when the refusal was a matter of
      *permission (a plain not-found stays unlogged, as ever, and so
      *does a file that is simply not ready yet). a ready marker
      *that disagrees with its file is logged - that file is wrong
           REFUSE-REQUEST.

           PERFORM SEND-ERROR-RESPONSE
           IF ERR-REASON-CODE = 3 OR ERR-REASON-CODE = 5
               OR ERR-REASON-CODE = 6 OR ERR-REASON-CODE = 9
               OR ERR-REASON-CODE = 10 OR ERR-REASON-CODE = 11
               OR ERR-REASON-CODE = 13
               MOVE 0 TO TOTAL-BLOCKS
               MOVE 0 TO FILE-BYTE-COUNT
               MOVE 0 TO RESEND-COUNT
               END-IF
           END-PERFORM.

      *is the file in SELECTED-FILE-NAME (its logical name in
      *ACL-CANDIDATE-NAME) held back by a READY= rule. a gated file
      *with no marker, or rewritten since its marker went down, is
      *not ready (reason 12); a marker whose counts disagree with
      *the file on disk refuses it (reason 13). ERR-REASON-CODE is
      *left alone when the file may go. a marker is never itself
      *gated, whatever the patterns sweep up
           CHECK-READY-MARKER.

           MOVE 0 TO READY-GATED
           MOVE 0 TO ACL-CAND-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR ACL-CAND-LEN > 0
               IF ACL-CANDIDATE-NAME(I:1) NOT = SPACE
                   MOVE I TO ACL-CAND-LEN
               END-IF
           END-PERFORM
           IF ACL-CAND-LEN > READY-SUFFIX-LEN
               AND ACL-CANDIDATE-NAME(
                   ACL-CAND-LEN - READY-SUFFIX-LEN + 1:
                   READY-SUFFIX-LEN)
                   = READY-SUFFIX(1:READY-SUFFIX-LEN)
               CONTINUE
           ELSE
               PERFORM VARYING READY-IDX FROM 1 BY 1
                       UNTIL READY-IDX > READY-RULE-COUNT
                          OR READY-GATED = 1
                   MOVE READY-PATTERN(READY-IDX) TO ACL-PATTERN-WORK
                   PERFORM MATCH-ACL-PATTERN
                   IF ACL-MATCHED = 1
                       MOVE 1 TO READY-GATED
                   END-IF
               END-PERFORM
           END-IF

           IF READY-GATED = 1
               MOVE SPACES TO READY-MARKER-NAME
               STRING SELECTED-FILE-NAME DELIMITED BY SPACE,
                   READY-SUFFIX(1:READY-SUFFIX-LEN) DELIMITED BY SIZE
                   INTO READY-MARKER-NAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING
                   READY-MARKER-NAME
                   MARKER-DETAILS
                 GIVING FILE-CHECK-RC
               END-CALL
               IF FILE-CHECK-RC NOT = 0
                   MOVE 12 TO ERR-REASON-CODE
                   MOVE "FILE NOT READY" TO ERR-REASON-TEXT
               ELSE
                   CALL "CBL_CHECK_FILE_EXIST" USING
                       SELECTED-FILE-NAME
                       FILE-DETAILS
                     GIVING FILE-CHECK-RC
                   END-CALL
                   IF FILE-CHECK-RC NOT = 0
                       MOVE 1 TO ERR-REASON-CODE
                       MOVE "FILE NOT FOUND" TO ERR-REASON-TEXT
                   ELSE
                       COMPUTE READY-FILE-STAMP =
                           FD-YEAR * 10000000000
                           + FD-MONTH * 100000000
                           + FD-DAY * 1000000
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
                       IF READY-FILE-STAMP > READY-MARKER-STAMP
                           MOVE 12 TO ERR-REASON-CODE
                           MOVE "FILE NOT READY" TO ERR-REASON-TEXT
                       ELSE
                           MOVE FD-FILE-SIZE TO READY-FILE-BYTES
                           PERFORM READ-READY-MARKER
                           PERFORM CHECK-READY-COUNTS
                       END-IF
                   END-IF
               END-IF
           END-IF.

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

      *hold the marker's counts against the file on disk. with a
      *record length the records are the bytes over it, and a
      *size it does not divide disagrees whatever RECORDS= says;
      *without one they are the line feeds, only counted when the
      *marker asks for them
           CHECK-READY-COUNTS.

           MOVE 0 TO READY-COUNTS-BAD
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
               MOVE READY-FILE-BYTES TO READY-BYTES-DISP
               MOVE READY-FILE-RECORDS TO READY-RECORDS-DISP
               DISPLAY "READY MARKER DISAGREES: " SELECTED-FILE-NAME
                   " BYTES " FUNCTION TRIM(READY-BYTES-DISP)
                   " RECORDS " FUNCTION TRIM(READY-RECORDS-DISP)
               MOVE 13 TO ERR-REASON-CODE
               MOVE "READY COUNTS DO NOT MATCH" TO ERR-REASON-TEXT
           END-IF.

      *records in a file whose marker gives no record length, the
      *file in SELECTED-FILE-NAME - one per line feed, and a last
      *line with no feed behind it counts too. read through the
      *send buffer in block-size chunks, the way the whole-file
      *CRC reads it
           COUNT-FILE-RECORDS.

           MOVE SELECTED-FILE-NAME TO BYTE-FILE-NAME
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

      *encipher the block's real bytes in place under the current
      *key - additive keystream off the key text, stirred with the
      *block index and byte position, so two identical blocks (or
               END-IF
           END-IF

      *READY=pattern gates matching files behind a producer's
      *ready marker, on top of any server.cfg READY= rules
           IF CONFIG-KEY = "READY" AND CONFIG-VALUE NOT = SPACES
               PERFORM ADD-READY-RULE
           END-IF

      *ENCFILE=pattern marks files that may only move enciphered -
      *same pattern language as FILE=
           IF CONFIG-KEY = "ENCFILE" AND CONFIG-VALUE NOT = SPACES

      *sieve the raw ls listing through the FILE= patterns into a
      *second per-child temp file - what is left is all this client
      *would be allowed to pull anyway, each gated name tagged with
      *whether it is ready
           FILTER-LISTING-FILE.

           CALL "getpid" GIVING OWN-PID END-CALL
                       PERFORM CHECK-FILE-ALLOWED
                       IF FILE-ALLOWED = 1
                           MOVE MATCH-LINE TO FILTER-LINE
                           IF READY-RULE-COUNT > 0
                               PERFORM TAG-LISTING-READINESS
                           END-IF
                           WRITE FILTER-LINE
                       END-IF
               END-READ
           CLOSE MATCH-FILE
           CLOSE FILTER-FILE.

      *a gated name in the listing says where it stands - READY,
      *NOT READY, or COUNTS DIFFER when its marker disagrees with
      *it. names no READY= rule covers go out untouched
           TAG-LISTING-READINESS.

           MOVE ACL-CANDIDATE-NAME TO SELECTED-FILE-NAME
           PERFORM APPLY-ROOT-DIR
           MOVE 0 TO ERR-REASON-CODE
           PERFORM CHECK-READY-MARKER
           IF READY-GATED = 1
               MOVE SPACES TO FILTER-LINE
               IF ERR-REASON-CODE = 0
                   STRING MATCH-LINE DELIMITED BY SPACE,
                       "  READY" DELIMITED BY SIZE
                       INTO FILTER-LINE
                   END-STRING
               ELSE
                   IF ERR-REASON-CODE = 12
                       STRING MATCH-LINE DELIMITED BY SPACE,
                           "  NOT READY" DELIMITED BY SIZE
                           INTO FILTER-LINE
                       END-STRING
                   ELSE
                       STRING MATCH-LINE DELIMITED BY SPACE,
                           "  COUNTS DIFFER" DELIMITED BY SIZE
                           INTO FILTER-LINE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *tell the client why its request cannot be served - one
      *datagram in the block layout, index -1 so it can never be
      *mistaken for data, reason code riding the byte-count field

               MOVE 0 TO MATCH-EOF
               MOVE 0 TO MATCH-COUNT
               MOVE 0 TO MATCH-NOT-READY
               MOVE 0 TO MATCH-ABANDONED

               OPEN INPUT MATCH-FILE
                               PERFORM STRIP-MATCH-ROOT-PREFIX
                               MOVE MATCH-LOGICAL-NAME
                                   TO SELECTED-FILE-NAME
      *a ready marker the pattern swept up along with its data
      *file is the producer's note, not a file of the set - it is
      *left out quietly, with no DEN line and no count
                               MOVE MATCH-LOGICAL-NAME
                                   TO ACL-CANDIDATE-NAME
                               MOVE 0 TO MATCH-IS-MARKER
                               IF READY-RULE-COUNT > 0
                                   PERFORM CHECK-MATCHED-MARKER
                               END-IF
      *names the pattern swept up that this client may not have are
      *left out of the set, each with its own DEN line on the log -
      *the expansion must not become a way around the allowlist
                               IF MATCH-IS-MARKER = 1
                                   MOVE 0 TO FILE-ALLOWED
                               ELSE
                                   PERFORM CHECK-FILE-ALLOWED
                               END-IF
      *a GETM/ set travels in the clear - an encrypted-only file
      *the pattern swept up is left out like any other name this
      *client may not have plain
                                   END-IF
                               END-IF
                               IF FILE-ALLOWED = 0
                                   IF MATCH-IS-MARKER = 1
                                       DISPLAY "READY MARKER, "
                                           "LEAVING OUT: " MATCH-LINE
                                   ELSE
                                       DISPLAY "NOT TRANSFERABLE, "
                                           "LEAVING OUT: " MATCH-LINE
                                       MOVE 0 TO TOTAL-BLOCKS
                                       MOVE 0 TO FILE-BYTE-COUNT
                                       MOVE 0 TO RESEND-COUNT
                                       MOVE "DEN " TO AUDIT-EVENT-TYPE
                                       PERFORM WRITE-AUDIT-RECORD
                                   END-IF
                               ELSE
                                   PERFORM APPLY-ROOT-DIR
                                   PERFORM GET-FILE-BYTE-COUNT
                                       DISPLAY "SKIPPING UNSENDABLE "
                                           "MATCH: " MATCH-LINE
                                   ELSE
                                       PERFORM SEND-ONE-MATCHED-FILE
                                   END-IF
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE MATCH-FILE

      *a pattern whose only matches are still being written is
      *answered NOT READY, so the client comes back for the set
               IF MATCH-COUNT = 0
                   IF MATCH-NOT-READY > 0
                       MOVE 12 TO ERR-REASON-CODE
                       MOVE "FILE NOT READY" TO ERR-REASON-TEXT
                   ELSE
                       MOVE 1 TO ERR-REASON-CODE
                       MOVE "FILE NOT FOUND" TO ERR-REASON-TEXT
                   END-IF
                   PERFORM SEND-ERROR-RESPONSE
               ELSE
                   IF MATCH-ABANDONED = 0
               END-CALL
           END-IF.

      *is the match in ACL-CANDIDATE-NAME a ready marker - a name
      *ending in the marker suffix whose data file, the suffix taken
      *off, falls under a READY= rule. MATCH-IS-MARKER says so, and
      *ACL-CANDIDATE-NAME is put back as it came in
           CHECK-MATCHED-MARKER.

           MOVE 0 TO MATCH-IS-MARKER
           MOVE 0 TO ACL-CAND-LEN
           PERFORM VARYING I FROM 64 BY -1
                   UNTIL I < 1 OR ACL-CAND-LEN > 0
               IF ACL-CANDIDATE-NAME(I:1) NOT = SPACE
                   MOVE I TO ACL-CAND-LEN
               END-IF
           END-PERFORM
           IF ACL-CAND-LEN > READY-SUFFIX-LEN
               AND ACL-CANDIDATE-NAME(
                   ACL-CAND-LEN - READY-SUFFIX-LEN + 1:
                   READY-SUFFIX-LEN)
                   = READY-SUFFIX(1:READY-SUFFIX-LEN)
               MOVE SPACES TO ACL-CANDIDATE-NAME(
                   ACL-CAND-LEN - READY-SUFFIX-LEN + 1:)
               PERFORM VARYING READY-IDX FROM 1 BY 1
                       UNTIL READY-IDX > READY-RULE-COUNT
                          OR MATCH-IS-MARKER = 1
                   MOVE READY-PATTERN(READY-IDX) TO ACL-PATTERN-WORK
                   PERFORM MATCH-ACL-PATTERN
                   IF ACL-MATCHED = 1
                       MOVE 1 TO MATCH-IS-MARKER
                   END-IF
               END-PERFORM
               MOVE MATCH-LOGICAL-NAME TO ACL-CANDIDATE-NAME
           END-IF.

      *one sendable match: a file the producer has not finished is
      *left out of the set for this time, one whose marker disagrees
      *with it is left out with a DEN line, and anything else goes -
      *header, blocks and trailer, then the client's ack
           SEND-ONE-MATCHED-FILE.

           MOVE 0 TO ERR-REASON-CODE
           PERFORM CHECK-READY-MARKER
           IF ERR-REASON-CODE = 12
               DISPLAY "NOT READY, LEAVING OUT: " MATCH-LINE
               ADD 1 TO MATCH-NOT-READY
           ELSE
               IF ERR-REASON-CODE NOT = 0
                   DISPLAY "READY COUNTS DIFFER, LEAVING OUT: "
                       MATCH-LINE
                   MOVE 0 TO TOTAL-BLOCKS
                   MOVE 0 TO FILE-BYTE-COUNT
                   MOVE 0 TO RESEND-COUNT
                   MOVE "DEN " TO AUDIT-EVENT-TYPE
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   ADD 1 TO MATCH-COUNT
                   MOVE 0 TO RESEND-COUNT
                   MOVE FUNCTION CURRENT-DATE(1:16)
                       TO AUDIT-START-STAMP
                   PERFORM SEND-MATCH-HEADER
                   PERFORM SEND-FILE
                   MOVE "GET " TO AUDIT-EVENT-TYPE
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WAIT-MATCH-ACK
               END-IF
           END-IF.

      *a socket of the child's own for the whole GETM/ exchange -
      *once SOCKET-DESCRIPTOR is swapped in the child's copy of
      *working storage, every send and recv below uses it without
      *true per-file resend count only exists once the client is done,
      *and has to be read back off this log as a count of the "SUS "
      *lines that followed for the same FILE=, not off the "GET " line
      *itself.
      *START= and END= ride last so every older reader, which splits
      *on the markers in front of them, still finds what it always
      *did
           WRITE-AUDIT-RECORD.

           MOVE IP OF CLIENT-SOCKET-ADDRESS TO AUDIT-IP-DISP
           MOVE FILE-BYTE-COUNT TO AUDIT-BYTES-DISP
           MOVE TOTAL-BLOCKS TO AUDIT-BLOCKS-DISP
           MOVE RESEND-COUNT TO AUDIT-RESENDS-DISP
           MOVE FUNCTION CURRENT-DATE(1:16) TO AUDIT-END-STAMP

           MOVE SPACES TO AUDIT-LOG-LINE
           STRING AUDIT-EVENT-TYPE DELIMITED BY SIZE,
               " BLOCKS=" DELIMITED BY SIZE,
               AUDIT-BLOCKS-DISP DELIMITED BY SIZE,
               " RESENDS=" DELIMITED BY SIZE,
               AUDIT-RESENDS-DISP DELIMITED BY SIZE,
               " START=" DELIMITED BY SIZE,
               AUDIT-START-STAMP DELIMITED BY SIZE,
               " END=" DELIMITED BY SIZE,
               AUDIT-END-STAMP DELIMITED BY SIZE
               INTO AUDIT-LOG-LINE

           CALL "CBL_CHECK_FILE_EXIST" USING
               IF CORRUPT-RATE < 1
                   MOVE 1 TO CORRUPT-RATE
               END-IF
           END-IF

      *READY=pattern gates matching files behind a ready marker,
      *READYSUFFIX= what the producers name their markers with
           IF CONFIG-KEY = "READY" AND CONFIG-VALUE NOT = SPACES
               PERFORM ADD-READY-RULE
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
           END-IF.

      *one READY= pattern onto the gating table - same pattern
      *language as FILE=
           ADD-READY-RULE.

           IF READY-RULE-COUNT < MAX-READY-RULES
               ADD 1 TO READY-RULE-COUNT
               MOVE CONFIG-VALUE TO READY-PATTERN(READY-RULE-COUNT)
           ELSE
               DISPLAY "READY LIST FULL, IGNORING: " CONFIG-VALUE
           END-IF.

      *CRC-32 (IEEE 802.3) over the first BLOCK-BYTE-COUNT bytes of
