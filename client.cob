           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIGGER-FILE ASSIGN TO TRIGGER-REGISTRY-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIGGER-LOG-FILE ASSIGN TO TRIGGER-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEAL-WORK-FILE ASSIGN TO SEAL-WORK-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-STORE-FILE ASSIGN TO RECEIPT-WORK-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDBY-REPORT-FILE ASSIGN TO STANDBY-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-HISTORY-FILE ASSIGN TO CONTROL-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO VARIANCE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
           01 MANIFEST-LINE PIC X(64).

      *KEY=VALUE startup parameters - SERVERPORT, CLIENTPORT and
      *BLOCKSIZE among them. wide enough for the longest key ahead
      *of the longest value any key takes
           FD CONFIG-FILE.
           01 CONFIG-LINE PIC X(80).

      *last run's carry-forward entries, read back under the work
      *name so this run's own failures can write a fresh retry
      *line passed or failed, and how the whole-file verify came out.
      *the reconciliation pass matches this against the server's log
           FD DELIVERY-LOG-FILE.
           01 DELIVERY-LOG-RECORD PIC X(200).

      *why a quarantined delivery is in quarantine - one line next
      *to the file itself, so 6am doesn't start with guessing

      *the layout registry - one line per file name or pattern:
      *  PATTERN RECLEN HDRTAG TRLTAG CNTPOS CNTLEN
      *      DTLPOS DTLLEN TOTPOS TOTLEN [TOLERANCE]
      *a '-' tag means no header (or trailer) record is required, a
      *zero position turns that balance check off. RECLEN is the
      *fixed record length; the trailer's CNT field must balance to
      *the detail records actually present, and the DTL field
      *summed over every detail record must foot to the trailer's
      *TOT field. TOLERANCE, when present, is how far a balanced
      *file may stray from its own recent deliveries - NN% holds
      *the detail record count, the detail total and the byte size
      *each within NN percent of their averages, a bare NN holds
      *the record count within NN records and the size within NN
      *records' worth of bytes
           FD LAYOUT-FILE.
           01 LAYOUT-LINE PIC X(120).

      *the trigger registry - one line per file name or pattern and
      *what a clean publish of it sets off downstream:
      *  PATTERN RUN  command and its arguments
      *  PATTERN FLAG flag-file-name
      *a RUN command is handed the live name as its last argument;
      *a FLAG file is written holding the live name. every entry
      *that matches fires, in registry order
           FD TRIGGER-FILE.
           01 TRIGGER-LINE PIC X(200).

      *one line per trigger fired and how it came back, so a dead
      *downstream load is on record beside the delivery log
           FD TRIGGER-LOG-FILE.
           01 TRIGGER-LOG-RECORD PIC X(320).

      *the server's sealed delivery receipts for one date, as an
      *RCPT line brought them back - a RECEIPTS header with the
      *count, then one RCPT line per push the server acknowledged
           FD RECEIPT-STORE-FILE.
           01 RECEIPT-STORE-RECORD PIC X(300).

      *one seal check's work - the body going in, the key beside
      *it, the digest line coming back
           FD SEAL-WORK-FILE.
           01 SEAL-WORK-LINE PIC X(240).

      *the mirror's cycle summary for the DR standby, read before
      *failing over to it - its STANDBY LAG line says how many files
      *the standby was still behind on when the last cycle closed
           FD STANDBY-REPORT-FILE.
           01 STANDBY-REPORT-LINE PIC X(132).

      *control totals of every clean delivery of a registry file,
      *oldest first - what the next delivery of the same file is
      *held against:
      *  yyyymmddhhmmss FILE=name RECORDS=n TOTAL=n BYTES=n
      *TOTAL= is - when the layout foots no detail amount
           FD CONTROL-HISTORY-FILE.
           01 CONTROL-HISTORY-RECORD PIC X(260).

      *every measure of every delivery the variance check refused,
      *expected (the recent average) against actual, with the band
      *it was allowed and which measures broke it
           FD VARIANCE-REPORT-FILE.
           01 VARIANCE-REPORT-RECORD PIC X(200).

      *checkpoint trail for one file's transfer - one tagged record
      *per progress update (T/B once TOTAL-BLOCKS and FILE-BYTE-COUNT
      *are known, W as WAITED-BLOCK-INDEX advances, F for every block
      *junk received file behind
       01  SERVER-ERR-RECEIVED BINARY-SHORT VALUE 0.
       01  SERVER-ERR-CODE BINARY-DOUBLE VALUE 0.
      *reason 12 is the one refusal that is not a failure - the
      *producer has not dropped its ready marker yet. the line is
      *logged WAIT, carried onto the retry manifest without using
      *up a retry, and the run ends RC 2 (nothing failed, but not
      *everything is in) unless something worse happened
       01  SERVER-NOT-READY-CODE BINARY-LONG VALUE 12.
       01  FILE-NOT-READY BINARY-SHORT VALUE 0.
       01  ANY-FILE-NOT-READY BINARY-SHORT VALUE 0.
       01  BATCH-NOT-READY BINARY-LONG VALUE 0.

      *a GETM/ line carries a wildcard pattern the server expands -
      *each matching file arrives announced by a header datagram
       01  LIST-KEYWORD PIC X(4) VALUE "LIST".
       01  CAT-COMMAND PIC X(30) VALUE "cat listing.txt".

      *RCPT (or RCPT/yyyymmdd) in place of a filename fetches this
      *client's own delivery receipts for that date - today when
      *none is given. they come down like a listing does, have
      *every SEAL= recomputed (under KEY= when client.cfg carries
      *one, since the server seals with the same key), and are kept
      *as receipts-yyyymmdd.txt beside deliverylog.txt, replaced
      *whole on every fetch. a seal that does not recompute fails
      *the line
       01  RCPT-KEYWORD PIC X(4) VALUE "RCPT".
       01  RECEIPT-WORK-NAME PIC X(20) VALUE "receipts.tmp".
       01  RECEIPT-STORE-NAME PIC X(30).
       01  RECEIPT-FETCH-DATE PIC X(8).
       01  RECEIPT-BODY PIC X(240).
       01  RECEIPT-SEAL-TEXT PIC X(64).
       01  RECEIPT-SEAL-WANTED PIC X(64).
       01  SEAL-WORK-NAME PIC X(20).
       01  SEAL-BODY-NAME PIC X(20) VALUE "sealbody.tmp".
       01  SEAL-KEY-NAME PIC X(20) VALUE "sealkey.tmp".
       01  SEAL-MAC-NAME PIC X(20) VALUE "sealmac.tmp".
       01  SEAL-COMMAND PIC X(200).
       01  RECEIPT-EOF BINARY-SHORT.
       01  RECEIPT-GOOD-COUNT BINARY-LONG.
       01  RECEIPT-BAD-COUNT BINARY-LONG.
       01  RECEIPT-SEAL-FAILED BINARY-SHORT VALUE 0.

      *a PUT/ prefix on a manifest line (or typed interactively) pushes
      *the named local file up to the server instead of pulling -
      *the outgoing blocks are built in RECEIVED-MSG, whose layout is
       01  DELIVERY-BYTES-DISP PIC Z(9)9.
       01  DELIVERY-BLOCKS-DISP PIC Z(7)9.
       01  DELIVERY-BLOCK-COUNT BINARY-LONG.
       01  DELIVERY-LOG-LINE PIC X(200).
      *when the line's transfer began and when its record was
      *written, yyyymmddhhmmss plus hundredths - START= is taken as
      *the line is picked up (per file for a GETM/ set), END= as the
      *record goes out. both ride last so the reconciliation pass,
      *which splits on the markers in front of them, reads on as
      *before. SERVER= (PRIMARY or STANDBY) follows them, naming
      *which server the line was worked against
       01  DELIVERY-START-STAMP PIC X(16) VALUE SPACES.
       01  DELIVERY-END-STAMP PIC X(16).

      *carry-forward retry machinery - every failed batch line is
      *written to the retry manifest automatically with its verb
      *mismatch up front
       01  CONFIG-FILE-NAME PIC X(20) VALUE "client.cfg".
       01  CONFIG-KEY PIC X(20).
      *wide enough for a full 40-character STANDBYREPORT path. a
      *value longer than the field its key fills is refused whole,
      *never cut down to something that names a different file
       01  CONFIG-VALUE PIC X(60).
       01  CONFIG-VALUE-MAX BINARY-LONG.
       01  CONFIG-EQ-POS BINARY-LONG.
       01  CONFIG-VALUE-LONG BINARY-SHORT.
       01  CONFIG-EOF BINARY-SHORT VALUE 0.
       01  BLOCK-OCCURS-MAX BINARY-LONG VALUE 50.
       01  CLIENT-PORT-NUMBER BINARY-LONG VALUE 8081.
       01  SERVER-PORT-NUMBER BINARY-LONG VALUE 8080.
       01  CONFIGURED-BLOCK-SIZE BINARY-LONG VALUE 50.

      *where requests go - the primary named by SERVERIP and
      *SERVERPORT (no SERVERIP keeps the historical local address),
      *and the DR standby the mirror keeps current, named by
      *STANDBYIP and STANDBYPORT. with a standby configured, an
      *INFO/ or the first datagram of a GET/ the primary leaves
      *unanswered is asked again, up to FAILOVERTRIES times in all,
      *and then the rest of the run goes to the standby - unless
      *the mirror's summary (STANDBYREPORT, a copy of the standby
      *side's mirrorreport.txt) shows it still behind. with no
      *standby configured a request goes out once, as it always has
       01  SERVER-IP-TEXT PIC X(20) VALUE SPACES.
       01  STANDBY-IP-TEXT PIC X(20) VALUE SPACES.
       01  STANDBY-PORT-NUMBER BINARY-LONG VALUE 8080.
       01  FAILOVER-TRIES BINARY-LONG VALUE 3.
       01  STANDBY-REPORT-NAME PIC X(40) VALUE "mirrorreport.txt".
       01  ENDPOINT-IP-TEXT PIC X(20).
       01  ENDPOINT-IP-Z PIC X(21).
       01  ENDPOINT-IP-LEN BINARY-LONG.
       01  ENDPOINT-IP-VALUE BINARY-LONG.
       01  CURRENT-SERVER PIC X(8) VALUE "PRIMARY".
       01  ON-STANDBY BINARY-SHORT VALUE 0.
       01  FAILOVER-REFUSED BINARY-SHORT VALUE 0.
       01  FAILOVER-SWITCHED BINARY-SHORT.
       01  REQUEST-TRIES BINARY-LONG.
       01  REQUEST-TRY-LIMIT BINARY-LONG.
       01  REQUEST-ANSWERED BINARY-SHORT.
       01  PEEK-BUFFER PIC X(64).
       01  PEEK-FLAGS BINARY-LONG VALUE 2.
       01  STANDBY-REPORT-EOF BINARY-SHORT.
       01  STANDBY-LAG-COUNT BINARY-LONG.
       01  STANDBY-LAG-KNOWN BINARY-SHORT.
       01  BATCH-FROM-PRIMARY BINARY-LONG VALUE 0.
       01  BATCH-FROM-STANDBY BINARY-LONG VALUE 0.

      *flow control - acknowledge receipt back to the sender after
      *every WINDOWSIZE blocks (and after the last one), so the
      *server pauses instead of overrunning this side's socket
       01  REASON-FILE-NAME PIC X(88).
       01  QUARANTINE-REASON PIC X(30).

      *downstream triggers - once a pull publishes clean, every
      *triggers.txt entry matching its name fires: a command run or
      *a flag file dropped for the job that consumes it. nothing
      *fires for a quarantined delivery, a skipped line or a push,
      *since none of those ever reach the live name. a trigger that
      *fails leaves the delivery itself passed but counts in the
      *batch tally and holds the run's RETURN-CODE at 4 or worse
       01  TRIGGER-REGISTRY-NAME PIC X(20) VALUE "triggers.txt".
       01  TRIGGER-LOG-NAME PIC X(20) VALUE "triggerlog.txt".
       01  MAX-TRIGGERS BINARY-LONG VALUE 50.
       01  TRIGGER-COUNT BINARY-LONG VALUE 0.
       01  TRIGGER-TABLE.
           03  TRIGGER-ENTRY OCCURS 50 TIMES.
               05  TRG-PATTERN PIC X(64).
               05  TRG-ACTION PIC X(4).
               05  TRG-TARGET PIC X(120).
       01  TRIGGER-IDX BINARY-LONG.
       01  TRIGGER-EOF BINARY-SHORT VALUE 0.
       01  TRGP-PATTERN PIC X(64).
       01  TRGP-ACTION PIC X(10).
       01  TRIGGER-PTR BINARY-LONG.
       01  TRIGGER-COMMAND PIC X(250).
       01  TRIGGER-WAIT-STATUS BINARY-LONG.
       01  TRIGGER-RC BINARY-LONG.
       01  TRIGGER-RC-DISP PIC -(3)9.
       01  TRIGGER-RESULT PIC X(4).
      *the file a trigger is handed - the published copy, or for a
      *text-mode pull the readable twin beside it
       01  TRIGGER-FILE-NAME PIC X(90).
       01  TRIGGER-STAMP PIC X(14).
       01  TRIGGER-LOG-LINE PIC X(320).
       01  BATCH-TRIGGERS-FIRED BINARY-LONG VALUE 0.
       01  BATCH-TRIGGERS-FAILED BINARY-LONG VALUE 0.
       01  ANY-TRIGGER-FAILED BINARY-SHORT VALUE 0.

      *record-layout validation - TRANSFER-OK only ever proved the
      *bytes match the server's bytes; a short extract or a missing
      *trailer record is byte-perfect and still poison to the GL
               05  LAY-DTL-LEN BINARY-LONG.
               05  LAY-TOT-POS BINARY-LONG.
               05  LAY-TOT-LEN BINARY-LONG.
               05  LAY-TOL-KIND PIC X(1).
               05  LAY-TOL-VALUE BINARY-LONG.
       01  LAYOUT-IDX BINARY-LONG.
       01  LAYOUT-SLOT BINARY-LONG.
       01  LAYOUT-EOF BINARY-SHORT VALUE 0.
       01  LAYP-DTL-LEN PIC X(8).
       01  LAYP-TOT-POS PIC X(8).
       01  LAYP-TOT-LEN PIC X(8).
       01  LAYP-TOLERANCE PIC X(8).
       01  LAYP-PCT-COUNT BINARY-LONG.
       01  LAYOUT-CHECK-FAILED BINARY-SHORT VALUE 0.
       01  LAYOUT-MAX-RECLEN BINARY-LONG VALUE 512.
       01  LAYOUT-REC-BUF PIC X(512).
       01  LAYOUT-NOTE PIC X(60).
       01  LAYOUT-DISP-1 PIC -(9)9.
       01  LAYOUT-DISP-2 PIC -(9)9.

      *control-total variance - a balanced file can still be a half
      *extract from an upstream job that died early, so a registry
      *file with a TOLERANCE is held against the average of its own
      *last VARIANCE-DEPTH clean deliveries. too little history to
      *average and the check waits until there is. a file out of
      *band fails as VARIANCE - quarantined and queued for retry
      *like any other failure - and each of its measures goes on
      *the variance report. every clean delivery of a registry file
      *is added to the history, tolerance or not
       01  CONTROL-HISTORY-NAME PIC X(20) VALUE "controlhist.txt".
       01  VARIANCE-REPORT-NAME PIC X(20) VALUE "variancereport.txt".
       01  VARIANCE-DEPTH BINARY-LONG VALUE 5.
       01  VARIANCE-MIN-HISTORY BINARY-LONG VALUE 3.
       01  VARIANCE-CHECK-FAILED BINARY-SHORT VALUE 0.
       01  CONTROL-TOTAL-KNOWN BINARY-SHORT VALUE 0.
       01  CONTROL-HISTORY-EOF BINARY-SHORT.
       01  CONTROL-SEEN BINARY-LONG.
       01  CONTROL-RECENT-TABLE.
           03  CONTROL-RECENT OCCURS 5 TIMES.
               05  CR-RECORDS BINARY-DOUBLE.
               05  CR-TOTAL BINARY-DOUBLE.
               05  CR-TOTAL-KNOWN BINARY-SHORT.
               05  CR-BYTES BINARY-DOUBLE.
       01  CR-IDX BINARY-LONG.
       01  CONTROL-USED BINARY-LONG.
       01  CONTROL-TOTALS-USED BINARY-LONG.
       01  CONTROL-AVG-RECORDS BINARY-DOUBLE.
       01  CONTROL-AVG-TOTAL BINARY-DOUBLE.
       01  CONTROL-AVG-BYTES BINARY-DOUBLE.
       01  CHP-STAMP-PART PIC X(20).
       01  CHP-NAME-PART PIC X(64).
       01  CHP-RECORDS-PART PIC X(20).
       01  CHP-TOTAL-PART PIC X(20).
       01  CHP-BYTES-PART PIC X(20).
       01  CONTROL-HISTORY-LINE PIC X(260).
       01  CONTROL-TOTAL-TEXT PIC X(20).
      *history is kept under the registry line's pattern, not the
      *name pulled - a dated extract comes down under a new name
      *every night, and all its nights are one series. NAME= keeps
      *the name each night actually came down as
       01  CHP-PULLED-PART PIC X(64).
      *the measures judged for one delivery, kept so the whole set
      *can be reported once any one of them is out
       01  VARIANCE-ROW-COUNT BINARY-LONG.
       01  VARIANCE-ROWS.
           03  VARIANCE-ROW OCCURS 3 TIMES.
               05  VR-MEASURE PIC X(7).
               05  VR-EXPECTED BINARY-DOUBLE.
               05  VR-ACTUAL BINARY-DOUBLE.
               05  VR-ALLOWED BINARY-DOUBLE.
               05  VR-OUT BINARY-SHORT.
       01  VR-IDX BINARY-LONG.
       01  VARIANCE-DIFF BINARY-DOUBLE.
       01  VARIANCE-STAMP PIC X(14).
       01  VARIANCE-LINE PIC X(200).
       01  VARIANCE-PTR BINARY-LONG.
       01  VARIANCE-DISP-1 PIC -(17)9.
       01  VARIANCE-DISP-2 PIC -(17)9.
       01  VARIANCE-DISP-3 PIC -(17)9.
      *pattern matching against the registry - an exact name, or
      *one '*' standing for any run of characters, the same rule
      *the server's allowlist patterns follow

           PERFORM READ-CONFIG-FILE.
           PERFORM READ-LAYOUT-REGISTRY.
           PERFORM READ-TRIGGER-REGISTRY.

           PERFORM SET-SOCKET-REUSEADDR.
           PERFORM SET-SOCKET-TIMEOUT.
               GIVING PORT OF SERVER-SOCKET-ADDRESS
           END-CALL

           IF SERVER-IP-TEXT NOT = SPACES
               MOVE SERVER-IP-TEXT TO ENDPOINT-IP-TEXT
               PERFORM RESOLVE-ENDPOINT-IP
               MOVE ENDPOINT-IP-VALUE TO IP OF SERVER-SOCKET-ADDRESS
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING
               MANIFEST-FILE-NAME
               FILE-DETAILS
      *its whole-file CRC against the server's trailer (the worse
      *condition - the file looked fine block by block and is still
      *wrong). either way a job scheduler watching RETURN-CODE can
      *flag this run even though the client itself didn't abend. a
      *downstream trigger that failed is a 4 as well - the file
      *landed, but whatever consumes it never heard. 2 = nothing
      *failed, but at least one file was not ready on the server
      *yet and is waiting on the retry manifest
           IF ANY-VERIFY-FAILURE = 1
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ANY-PERMANENT-FAILURE = 1 OR ANY-FILE-FAILED = 1
                   OR ANY-TRIGGER-FAILED = 1
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF ANY-FILE-NOT-READY = 1
                       MOVE 2 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.


           PERFORM TRANSFER-ONE-FILE

           PERFORM CHECK-FILE-NOT-READY
           IF TRANSFER-OK = 0
               IF FILE-NOT-READY = 1
                   MOVE 1 TO ANY-FILE-NOT-READY
               ELSE
                   MOVE 1 TO ANY-FILE-FAILED
               END-IF
           END-IF

      *a one-off pull belongs on the delivery log too - the night's
      *for it, so it stays off the log
           IF REQUESTED-FILE-NAME(1:5) NOT = GETM-KEYWORD
               AND REQUESTED-FILE-NAME(1:4) NOT = LIST-KEYWORD
               AND REQUESTED-FILE-NAME(1:4) NOT = RCPT-KEYWORD
               IF TRANSFER-OK = 1
                   MOVE "PASS" TO DELIVERY-OUTCOME
               ELSE
                   IF FILE-NOT-READY = 1
                       MOVE "WAIT" TO DELIVERY-OUTCOME
                   ELSE
                       MOVE "FAIL" TO DELIVERY-OUTCOME
                   END-IF
               END-IF
               PERFORM RECORD-DELIVERY-OUTCOME
           END-IF.

      *did the line just run come back refused as not ready - a
      *marker the producer has yet to drop, not a failure
           CHECK-FILE-NOT-READY.

           MOVE 0 TO FILE-NOT-READY
           IF TRANSFER-OK = 0 AND SERVER-ERR-RECEIVED = 1
               AND SERVER-ERR-CODE = SERVER-NOT-READY-CODE
               MOVE 1 TO FILE-NOT-READY
           END-IF.

      *batch run - works last run's carry-forward retry manifest
      *first, then pulls every file named in MANIFEST-FILE-NAME,
      *one per line, and reports a pass/fail tally at the end so a
               " PASSED: " BATCH-PASSED " FAILED: " BATCH-FAILED
               " SKIPPED: " BATCH-SKIPPED.

           IF BATCH-NOT-READY > 0
               DISPLAY "NOT READY, QUEUED FOR RETRY: " BATCH-NOT-READY
           END-IF.

           IF BATCH-TRIGGERS-FIRED > 0
               DISPLAY "TRIGGERS FIRED: " BATCH-TRIGGERS-FIRED
                   " FAILED: " BATCH-TRIGGERS-FAILED
           END-IF.

           IF STANDBY-IP-TEXT NOT = SPACES
               DISPLAY "SERVED BY PRIMARY: " BATCH-FROM-PRIMARY
                   " STANDBY: " BATCH-FROM-STANDBY
           END-IF.

      *one batch line, wherever it came from - the regular
      *manifest or a carried-forward retry entry. the line as
      *typed is held onto before anything can rewrite it, so a
           RUN-ONE-BATCH-LINE.

           MOVE REQUESTED-FILE-NAME TO ORIGINAL-LINE-TEXT.
           MOVE FUNCTION CURRENT-DATE(1:16) TO DELIVERY-START-STAMP.

      *a GETM/ line stands for however many files its pattern
      *matches - each matched file counts itself into the tally as
                       NOT = GETT-KEYWORD
                   AND REQUESTED-FILE-NAME(1:4)
                       NOT = LIST-KEYWORD
                   AND REQUESTED-FILE-NAME(1:4)
                       NOT = RCPT-KEYWORD
                   PERFORM CHECK-FILE-CURRENT
               END-IF
               IF SKIP-THIS-FILE = 1
               ELSE
                   ADD 1 TO BATCH-TOTAL
                   PERFORM TRANSFER-ONE-FILE
                   PERFORM CHECK-FILE-NOT-READY
                   IF TRANSFER-OK = 1
                       ADD 1 TO BATCH-PASSED
                       DISPLAY "PASS: " REQUESTED-FILE-NAME
                       MOVE "PASS" TO DELIVERY-OUTCOME
                   ELSE
                       IF FILE-NOT-READY = 1
                           ADD 1 TO BATCH-NOT-READY
                           MOVE 1 TO ANY-FILE-NOT-READY
                           DISPLAY "NOT READY: " REQUESTED-FILE-NAME
                           MOVE "WAIT" TO DELIVERY-OUTCOME
                       ELSE
                           ADD 1 TO BATCH-FAILED
                           MOVE 1 TO ANY-FILE-FAILED
                           DISPLAY "FAIL: " REQUESTED-FILE-NAME
                           MOVE "FAIL" TO DELIVERY-OUTCOME
                       END-IF
                   END-IF
      *a LIST line moves no business file and the server audits
      *nothing for it - logging it would hand the reconciliation
      *pass a guaranteed orphan every night
                   IF ORIGINAL-LINE-TEXT(1:4) NOT = LIST-KEYWORD
                       AND ORIGINAL-LINE-TEXT(1:4) NOT = RCPT-KEYWORD
                       PERFORM RECORD-DELIVERY-OUTCOME
                   END-IF
                   IF TRANSFER-OK = 0
               MOVE "PUSH" TO RETRY-REASON
           ELSE
               IF SERVER-ERR-RECEIVED = 1
                   IF SERVER-ERR-CODE = SERVER-NOT-READY-CODE
                       MOVE "NOTREADY" TO RETRY-REASON
                   ELSE
                       MOVE "REFUSED" TO RETRY-REASON
                   END-IF
               ELSE
                   IF FILE-VERIFY-FAILED = 1
                       MOVE "VERIFY" TO RETRY-REASON
                       IF LAYOUT-CHECK-FAILED = 1
                           MOVE "LAYOUT" TO RETRY-REASON
                       ELSE
                           IF VARIANCE-CHECK-FAILED = 1
                               MOVE "VARIANCE" TO RETRY-REASON
                           ELSE
                               IF FILE-HAS-PERMANENT-FAILURE = 1
                                   MOVE "BLOCKS" TO RETRY-REASON
                               ELSE
                                   IF FILE-NOT-VERIFIED = 1
                                       MOVE "NOVERIFY"
                                           TO RETRY-REASON
                                   ELSE
                                       IF CONV-FAILED = 1
                                           MOVE "NOTEXT"
                                               TO RETRY-REASON
                                       ELSE
                                           MOVE "FAILED"
                                               TO RETRY-REASON
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
      *deals with it
           QUEUE-RETRY-LINE.

      *a file the producer has not finished yet costs no attempt -
      *it waits on the retry manifest for as long as it takes, and
      *the SLA monitor is what says when that is too long
           IF RETRY-REASON = "NOTREADY"
               MOVE CURRENT-RETRY-ATTEMPTS TO RETRY-NEW-ATTEMPTS
           ELSE
               COMPUTE RETRY-NEW-ATTEMPTS = CURRENT-RETRY-ATTEMPTS + 1
           END-IF.
           MOVE RETRY-NEW-ATTEMPTS TO RETRY-ATT-DISP.

           MOVE SPACES TO RETRY-OUT-LINE.
      *LIST) pulls one file, exactly as this program always has
           TRANSFER-ONE-FILE.

           MOVE FUNCTION CURRENT-DATE(1:16) TO DELIVERY-START-STAMP.

           IF REQUESTED-FILE-NAME(1:5) = GETM-KEYWORD
               PERFORM PULL-MATCHING-FILES
           ELSE
           MOVE 0 TO CLIENT-ENCRYPT-MODE.
           MOVE 0 TO TEXT-MODE.
           MOVE 0 TO DELTA-PULL-MODE.
           MOVE 0 TO RECEIPT-SEAL-FAILED.
           MOVE 0 TO CONV-FAILED.
           MOVE SPACES TO RESTART-FILE-NAME.
      *until a block says otherwise, assume the data will come from
      *the main server port - a resumed run never receives a fresh
      *a LIST line may carry a directory of its own (LIST/payroll) -
      *it goes to the server as typed; a bare LIST keeps meaning the
      *root listing it always has
      *an RCPT line is received the same unstaged way, and always
      *names its date on the wire so the name it is stored under and
      *the receipts the server picks can never disagree at midnight
           IF REQUESTED-FILE-NAME(1:4) = LIST-KEYWORD
               OR REQUESTED-FILE-NAME(1:4) = RCPT-KEYWORD
               MOVE SPACES TO REQUEST-MSG
               MOVE SPACES TO RECEIVED-FILE-NAME
               IF REQUESTED-FILE-NAME(1:4) = RCPT-KEYWORD
                   PERFORM BUILD-RECEIPT-REQUEST
               ELSE
                   IF REQUESTED-FILE-NAME(5:1) = "/"
                       MOVE REQUESTED-FILE-NAME TO REQUEST-MSG
                   ELSE
                       MOVE "LIST/" TO REQUEST-MSG
                   END-IF
                   MOVE "listing.txt" TO RECEIVED-FILE-NAME
               END-IF
               MOVE RECEIVED-FILE-NAME TO LIVE-FILE-NAME
      *a listing is a throwaway - no staging, no generations
               MOVE 0 TO STAGED-DELIVERY
           IF IS-RESUMING = 0 AND SERVER-ERR-RECEIVED = 0
               DISPLAY REQUEST-MSG

               PERFORM SEND-FIRST-REQUEST

               PERFORM RECEIVE-FILE-BLOCKS
           END-IF.
               END-CALL
           END-IF.

           IF REQUESTED-FILE-NAME(1:4) = RCPT-KEYWORD
               AND SERVER-ERR-RECEIVED = 0
               AND FILE-HAS-PERMANENT-FAILURE = 0
               AND FILE-VERIFY-FAILED = 0 AND FILE-NOT-VERIFIED = 0
               PERFORM STORE-DELIVERY-RECEIPTS
           END-IF.

           IF FILE-HAS-PERMANENT-FAILURE = 1 OR FILE-VERIFY-FAILED = 1
               OR SERVER-ERR-RECEIVED = 1 OR LAYOUT-CHECK-FAILED = 1
               OR FILE-NOT-VERIFIED = 1 OR RECEIPT-SEAL-FAILED = 1
               OR VARIANCE-CHECK-FAILED = 1
               MOVE 0 TO TRANSFER-OK
           ELSE
               MOVE 1 TO TRANSFER-OK
           END-IF.

      *a text-mode line that came through clean gets its readable
      *twin written beside the published raw copy. no twin means
      *the line did not deliver what it asked for - it fails, and
      *nothing downstream is told to go and read a file that is
      *not there
           IF TRANSFER-OK = 1 AND TEXT-MODE = 1
               PERFORM CONVERT-TEXT-COPY
               IF CONV-FAILED = 0
                   MOVE CONVERTED-FILE-NAME TO TRIGGER-FILE-NAME
                   PERFORM FIRE-PUBLISH-TRIGGERS
               ELSE
                   MOVE 0 TO TRANSFER-OK
               END-IF
           END-IF.

      *take one file's whole block stream off the wire - every block
      *file the registry has a layout for must also balance as
      *records before it is allowed to pass
               MOVE 0 TO LAYOUT-CHECK-FAILED
               MOVE 0 TO VARIANCE-CHECK-FAILED
               IF STAGED-DELIVERY = 1
                   AND FILE-HAS-PERMANENT-FAILURE = 0
                   AND FILE-VERIFY-FAILED = 0
                       AND FILE-VERIFY-FAILED = 0
                       AND FILE-NOT-VERIFIED = 0
                       AND LAYOUT-CHECK-FAILED = 0
                       AND VARIANCE-CHECK-FAILED = 0
                       AND TRAILER-RECEIVED = 1
                       PERFORM PUBLISH-RECEIVED-FILE
                       IF LAYOUT-SLOT NOT = 0
                           PERFORM RECORD-CONTROL-TOTALS
                       END-IF
                   ELSE
                       PERFORM QUARANTINE-RECEIVED-FILE
                   END-IF
               IF MATCH-RECV-RC <= 0
                   DISPLAY "NO RESPONSE FOR PATTERN: "
                       MATCH-REQUEST-LINE
                   MOVE 0 TO SERVER-ERR-CODE
                   ADD 1 TO BATCH-TOTAL
                   ADD 1 TO BATCH-FAILED
                   MOVE 1 TO ANY-FILE-FAILED
                       IF BLOCK-INDEX = -1
                           DISPLAY "SERVER ERROR " BLOCK-BYTE-COUNT
                               " - " RECEIVED-MSG-DATA(1:30)
                           MOVE BLOCK-BYTE-COUNT TO SERVER-ERR-CODE
                           ADD 1 TO BATCH-TOTAL
                           IF SERVER-ERR-CODE = SERVER-NOT-READY-CODE
                               ADD 1 TO BATCH-NOT-READY
                               MOVE 1 TO ANY-FILE-NOT-READY
                               DISPLAY "NOT READY: " MATCH-REQUEST-LINE
                           ELSE
                               ADD 1 TO BATCH-FAILED
                               MOVE 1 TO ANY-FILE-FAILED
                               DISPLAY "FAIL: " MATCH-REQUEST-LINE
                           END-IF
                           PERFORM RECORD-MATCH-SET-FAILURE
                           MOVE 1 TO MATCH-SET-DONE
                       ELSE
      *a pattern nobody answered (or a whole-set refusal) gets one
      *FAIL line on the delivery log under the manifest line's own
      *text - no file of the set ever moved, so every transfer flag
      *still belongs to whatever ran before and is cleared first. a
      *set whose files are all still being written is a WAIT line
      *instead
           RECORD-MATCH-SET-FAILURE.

           MOVE MATCH-REQUEST-LINE TO PULL-NAME
           MOVE 1 TO SERVER-ERR-RECEIVED
           MOVE 0 TO FILE-VERIFY-FAILED
           MOVE 0 TO WINDOW-LAST-BLOCK
           IF SERVER-ERR-CODE = SERVER-NOT-READY-CODE
               MOVE "WAIT" TO DELIVERY-OUTCOME
           ELSE
               MOVE "FAIL" TO DELIVERY-OUTCOME
           END-IF
           PERFORM RECORD-DELIVERY-OUTCOME

      *the whole pattern line carries forward - next run asks the
           PULL-ONE-MATCHED-FILE.

           ADD 1 TO MATCH-FILE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:16) TO DELIVERY-START-STAMP.

           MOVE SPACES TO MATCHED-NAME.
           MOVE RECEIVED-MSG-DATA(1:50) TO MATCHED-NAME.
                   OR FILE-VERIFY-FAILED = 1
                   OR SERVER-ERR-RECEIVED = 1
                   OR LAYOUT-CHECK-FAILED = 1
                   OR VARIANCE-CHECK-FAILED = 1
                   OR FILE-NOT-VERIFIED = 1
                   MOVE 0 TO TRANSFER-OK
               ELSE
           SYNC-NAME DELIMITED BY SPACE
           INTO REQUEST-MSG.

      *an unanswered INFO/ is asked again while failover allows,
      *and then once of the standby if the run has just moved there
           MOVE 0 TO INFO-RECV-RC.
           MOVE 0 TO REQUEST-TRIES.
           PERFORM GET-REQUEST-TRY-LIMIT.
           PERFORM UNTIL INFO-RECV-RC > 0
                   OR REQUEST-TRIES >= REQUEST-TRY-LIMIT
               ADD 1 TO REQUEST-TRIES
               CALL "sendto" USING
                   BY VALUE SOCKET-DESCRIPTOR
                   BY REFERENCE REQUEST-MSG
                   BY VALUE LENGTH OF REQUEST-MSG
                   BY VALUE 0
                   BY REFERENCE SERVER-SOCKET-ADDRESS
                   BY VALUE LENGTH OF SERVER-SOCKET-ADDRESS
               END-CALL

               CALL "recv" USING
                   BY VALUE SOCKET-DESCRIPTOR
                   BY REFERENCE RECEIVED-MSG
                   BY VALUE LENGTH OF RECEIVED-MSG
                   BY VALUE 0
               END-CALL
               MOVE RETURN-CODE TO INFO-RECV-RC

               IF INFO-RECV-RC <= 0
                   AND REQUEST-TRIES >= REQUEST-TRY-LIMIT
                   PERFORM TRY-FAILOVER
                   IF FAILOVER-SWITCHED = 1
                       MOVE 0 TO REQUEST-TRIES
                       PERFORM GET-REQUEST-TRY-LIMIT
                   END-IF
               END-IF
           END-PERFORM.

           IF INFO-RECV-RC > 0 AND BLOCK-INDEX = -4
               MOVE FILE-BYTE-COUNT TO SERVER-FILE-SIZE
                   OR FILE-VERIFY-FAILED = 1
                   OR SERVER-ERR-RECEIVED = 1
                   OR LAYOUT-CHECK-FAILED = 1
                   OR VARIANCE-CHECK-FAILED = 1
                   OR FILE-NOT-VERIFIED = 1
                   MOVE 0 TO TRANSFER-OK
               ELSE

           DISPLAY "PUBLISHED: " LIVE-FILE-NAME.

      *a text-mode pull's consumers want the readable twin, which is
      *only written once this returns - its triggers wait for it
           IF TEXT-MODE = 0
               MOVE LIVE-FILE-NAME TO TRIGGER-FILE-NAME
               PERFORM FIRE-PUBLISH-TRIGGERS
           END-IF.

      *a delivery that failed its checks goes under quarantine/
      *with a one-line reason record beside it - the live name is
      *left exactly as it was, and the stage name comes clean for
               IF LAYOUT-CHECK-FAILED = 1
                   MOVE "LAYOUT CHECK FAILED" TO QUARANTINE-REASON
               ELSE
                   IF VARIANCE-CHECK-FAILED = 1
                       MOVE "VARIANCE" TO QUARANTINE-REASON
                   ELSE
                       IF FILE-HAS-PERMANENT-FAILURE = 1
                           MOVE "BLOCK RETRY BUDGET EXHAUSTED"
                               TO QUARANTINE-REASON
                       ELSE
                           MOVE "NOT VERIFIED - NO TRAILER CRC"
                               TO QUARANTINE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
      *run every check the matching registry line asks for against
      *the verified staged copy, noting each discrepancy on the
      *delivery log. a file with no registry line passes untouched,
      *exactly as every file did before the registry existed. a
      *file that balances is then held against its own history when
      *its registry line carries a tolerance
           CHECK-RECORD-LAYOUT.

           MOVE PULL-NAME TO LAYOUT-CANDIDATE.
           PERFORM FIND-LAYOUT-SLOT.
           MOVE 0 TO CONTROL-TOTAL-KNOWN.
           MOVE 0 TO LAYOUT-SUM.

           IF LAYOUT-SLOT NOT = 0
               PERFORM RUN-LAYOUT-CHECKS
                   DISPLAY "LAYOUT CHECK FAILED: " PULL-NAME
               ELSE
                   DISPLAY "LAYOUT CHECK OK: " PULL-NAME
                   IF LAY-TOL-KIND(LAYOUT-SLOT) NOT = SPACE
                       PERFORM CHECK-CONTROL-VARIANCE
                   END-IF
               END-IF
           END-IF.

                   END-IF
               END-PERFORM

               MOVE 1 TO CONTROL-TOTAL-KNOWN
               IF LAYOUT-SUM NOT = LAYOUT-TRL-TOTAL
                   MOVE LAYOUT-TRL-TOTAL TO LAYOUT-DISP-1
                   MOVE LAYOUT-SUM TO LAYOUT-DISP-2
               INTO DELIVERY-LOG-LINE
           PERFORM APPEND-DELIVERY-LINE.

      *hold a balanced file's control totals against the average of
      *its last few clean deliveries - every measure is judged and
      *kept, so a file that breaks its band reports all of them
           CHECK-CONTROL-VARIANCE.

           PERFORM READ-CONTROL-HISTORY

           IF CONTROL-USED < VARIANCE-MIN-HISTORY
               DISPLAY "VARIANCE CHECK WAITING FOR HISTORY: "
                   PULL-NAME
           ELSE
               MOVE 0 TO VARIANCE-ROW-COUNT

               MOVE "RECORDS" TO VR-MEASURE(1)
               MOVE CONTROL-AVG-RECORDS TO VR-EXPECTED(1)
               MOVE LAYOUT-DETAIL-COUNT TO VR-ACTUAL(1)
               IF LAY-TOL-KIND(LAYOUT-SLOT) = "%"
                   COMPUTE VR-ALLOWED(1) = CONTROL-AVG-RECORDS
                       * LAY-TOL-VALUE(LAYOUT-SLOT) / 100
               ELSE
                   MOVE LAY-TOL-VALUE(LAYOUT-SLOT) TO VR-ALLOWED(1)
               END-IF
               MOVE 1 TO VARIANCE-ROW-COUNT

               MOVE "BYTES" TO VR-MEASURE(2)
               MOVE CONTROL-AVG-BYTES TO VR-EXPECTED(2)
               MOVE RECEIVED-FILE-TOTAL-BYTES TO VR-ACTUAL(2)
               IF LAY-TOL-KIND(LAYOUT-SLOT) = "%"
                   COMPUTE VR-ALLOWED(2) = CONTROL-AVG-BYTES
                       * LAY-TOL-VALUE(LAYOUT-SLOT) / 100
               ELSE
                   COMPUTE VR-ALLOWED(2) = LAY-TOL-VALUE(LAYOUT-SLOT)
                       * LAY-RECLEN(LAYOUT-SLOT)
               END-IF
               MOVE 2 TO VARIANCE-ROW-COUNT

      *an amount has no band in records - the detail total is only
      *judged under a percentage, and only when both tonight and
      *the history foot one
               IF LAY-TOL-KIND(LAYOUT-SLOT) = "%"
                   AND CONTROL-TOTAL-KNOWN = 1
                   AND CONTROL-TOTALS-USED >= VARIANCE-MIN-HISTORY
                   MOVE "TOTAL" TO VR-MEASURE(3)
                   MOVE CONTROL-AVG-TOTAL TO VR-EXPECTED(3)
                   MOVE LAYOUT-SUM TO VR-ACTUAL(3)
                   COMPUTE VR-ALLOWED(3) = CONTROL-AVG-TOTAL
                       * LAY-TOL-VALUE(LAYOUT-SLOT) / 100
                   IF VR-ALLOWED(3) < 0
                       COMPUTE VR-ALLOWED(3) = 0 - VR-ALLOWED(3)
                   END-IF
                   MOVE 3 TO VARIANCE-ROW-COUNT
               END-IF

               PERFORM VARYING VR-IDX FROM 1 BY 1
                       UNTIL VR-IDX > VARIANCE-ROW-COUNT
                   COMPUTE VARIANCE-DIFF =
                       VR-ACTUAL(VR-IDX) - VR-EXPECTED(VR-IDX)
                   IF VARIANCE-DIFF < 0
                       COMPUTE VARIANCE-DIFF = 0 - VARIANCE-DIFF
                   END-IF
                   MOVE 0 TO VR-OUT(VR-IDX)
                   IF VARIANCE-DIFF > VR-ALLOWED(VR-IDX)
                       MOVE 1 TO VR-OUT(VR-IDX)
                       MOVE 1 TO VARIANCE-CHECK-FAILED
                   END-IF
               END-PERFORM

               IF VARIANCE-CHECK-FAILED = 1
                   DISPLAY "VARIANCE CHECK FAILED: " PULL-NAME
                   PERFORM WRITE-VARIANCE-REPORT
               ELSE
                   DISPLAY "VARIANCE CHECK OK: " PULL-NAME
               END-IF
           END-IF.

      *the file's own history - every clean delivery under its
      *registry pattern, of which only the last VARIANCE-DEPTH are
      *kept, turning round the table as the file is read, and then
      *averaged
           READ-CONTROL-HISTORY.

           MOVE 0 TO CONTROL-SEEN
           MOVE 0 TO CONTROL-USED
           MOVE 0 TO CONTROL-TOTALS-USED
           MOVE 0 TO CONTROL-AVG-RECORDS
           MOVE 0 TO CONTROL-AVG-TOTAL
           MOVE 0 TO CONTROL-AVG-BYTES

           CALL "CBL_CHECK_FILE_EXIST" USING
               CONTROL-HISTORY-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO CONTROL-HISTORY-EOF
               OPEN INPUT CONTROL-HISTORY-FILE
               PERFORM UNTIL CONTROL-HISTORY-EOF = 1
                   READ CONTROL-HISTORY-FILE
                       AT END MOVE 1 TO CONTROL-HISTORY-EOF
                       NOT AT END
                           PERFORM LOAD-CONTROL-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-HISTORY-FILE
           END-IF

           IF CONTROL-SEEN > VARIANCE-DEPTH
               MOVE VARIANCE-DEPTH TO CONTROL-USED
           ELSE
               MOVE CONTROL-SEEN TO CONTROL-USED
           END-IF

           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CONTROL-USED
               ADD CR-RECORDS(CR-IDX) TO CONTROL-AVG-RECORDS
               ADD CR-BYTES(CR-IDX) TO CONTROL-AVG-BYTES
               IF CR-TOTAL-KNOWN(CR-IDX) = 1
                   ADD CR-TOTAL(CR-IDX) TO CONTROL-AVG-TOTAL
                   ADD 1 TO CONTROL-TOTALS-USED
               END-IF
           END-PERFORM

           IF CONTROL-USED > 0
               COMPUTE CONTROL-AVG-RECORDS ROUNDED =
                   CONTROL-AVG-RECORDS / CONTROL-USED
               COMPUTE CONTROL-AVG-BYTES ROUNDED =
                   CONTROL-AVG-BYTES / CONTROL-USED
           END-IF
           IF CONTROL-TOTALS-USED > 0
               COMPUTE CONTROL-AVG-TOTAL ROUNDED =
                   CONTROL-AVG-TOTAL / CONTROL-TOTALS-USED
           END-IF.

      *one history line - another registry line's, or one that
      *won't parse, is passed over
           LOAD-CONTROL-HISTORY-LINE.

           MOVE SPACES TO CHP-STAMP-PART CHP-NAME-PART
               CHP-RECORDS-PART CHP-TOTAL-PART CHP-BYTES-PART
               CHP-PULLED-PART
           UNSTRING CONTROL-HISTORY-RECORD DELIMITED BY " FILE="
                   OR " RECORDS=" OR " TOTAL=" OR " BYTES="
                   OR " NAME="
               INTO CHP-STAMP-PART CHP-NAME-PART CHP-RECORDS-PART
                   CHP-TOTAL-PART CHP-BYTES-PART CHP-PULLED-PART
           END-UNSTRING

           IF CHP-NAME-PART = LAY-PATTERN(LAYOUT-SLOT)
               AND CHP-RECORDS-PART NOT = SPACES
               AND CHP-BYTES-PART NOT = SPACES
               COMPUTE CR-IDX =
                   FUNCTION MOD(CONTROL-SEEN, VARIANCE-DEPTH) + 1
               ADD 1 TO CONTROL-SEEN
               COMPUTE CR-RECORDS(CR-IDX) =
                   FUNCTION NUMVAL(CHP-RECORDS-PART)
               COMPUTE CR-BYTES(CR-IDX) =
                   FUNCTION NUMVAL(CHP-BYTES-PART)
               MOVE 0 TO CR-TOTAL(CR-IDX)
               MOVE 0 TO CR-TOTAL-KNOWN(CR-IDX)
               IF CHP-TOTAL-PART NOT = SPACES
                   AND CHP-TOTAL-PART NOT = "-"
                   COMPUTE CR-TOTAL(CR-IDX) =
                       FUNCTION NUMVAL(CHP-TOTAL-PART)
                   MOVE 1 TO CR-TOTAL-KNOWN(CR-IDX)
               END-IF
           END-IF.

      *every measure of a refused delivery onto the variance report,
      *and each one out of band onto the delivery log the way a
      *layout discrepancy is noted there
           WRITE-VARIANCE-REPORT.

           MOVE FUNCTION CURRENT-DATE(1:14) TO VARIANCE-STAMP

           CALL "CBL_CHECK_FILE_EXIST" USING
               VARIANCE-REPORT-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN EXTEND VARIANCE-REPORT-FILE
           ELSE
               OPEN OUTPUT VARIANCE-REPORT-FILE
           END-IF

           PERFORM VARYING VR-IDX FROM 1 BY 1
                   UNTIL VR-IDX > VARIANCE-ROW-COUNT
               MOVE VR-EXPECTED(VR-IDX) TO VARIANCE-DISP-1
               MOVE VR-ACTUAL(VR-IDX) TO VARIANCE-DISP-2
               MOVE VR-ALLOWED(VR-IDX) TO VARIANCE-DISP-3
               MOVE SPACES TO VARIANCE-LINE
               MOVE 1 TO VARIANCE-PTR
               STRING VARIANCE-STAMP DELIMITED BY SIZE,
                   " FILE=" DELIMITED BY SIZE,
                   PULL-NAME DELIMITED BY SPACE,
                   " MEASURE=" DELIMITED BY SIZE,
                   VR-MEASURE(VR-IDX) DELIMITED BY SPACE,
                   " EXPECTED=" DELIMITED BY SIZE,
                   FUNCTION TRIM(VARIANCE-DISP-1) DELIMITED BY SIZE,
                   " ACTUAL=" DELIMITED BY SIZE,
                   FUNCTION TRIM(VARIANCE-DISP-2) DELIMITED BY SIZE,
                   " BAND=" DELIMITED BY SIZE,
                   FUNCTION TRIM(VARIANCE-DISP-3) DELIMITED BY SIZE
                   INTO VARIANCE-LINE
                   WITH POINTER VARIANCE-PTR
               END-STRING
               IF VR-OUT(VR-IDX) = 1
                   STRING " OUT" DELIMITED BY SIZE
                       INTO VARIANCE-LINE
                       WITH POINTER VARIANCE-PTR
                   END-STRING
               END-IF
               MOVE VARIANCE-LINE TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD

               IF VR-OUT(VR-IDX) = 1
                   DISPLAY "VARIANCE: " PULL-NAME " - "
                       VR-MEASURE(VR-IDX) " EXPECTED "
                       FUNCTION TRIM(VARIANCE-DISP-1)
                       " ACTUAL " FUNCTION TRIM(VARIANCE-DISP-2)
                   MOVE SPACES TO DELIVERY-LOG-LINE
                   STRING "VARIANCE " DELIMITED BY SIZE,
                       PULL-NAME DELIMITED BY SPACE,
                       " - " DELIMITED BY SIZE,
                       VR-MEASURE(VR-IDX) DELIMITED BY SPACE,
                       " EXPECTED " DELIMITED BY SIZE,
                       FUNCTION TRIM(VARIANCE-DISP-1)
                           DELIMITED BY SIZE,
                       " ACTUAL " DELIMITED BY SIZE,
                       FUNCTION TRIM(VARIANCE-DISP-2)
                           DELIMITED BY SIZE
                       INTO DELIVERY-LOG-LINE
                   END-STRING
                   PERFORM APPEND-DELIVERY-LINE
               END-IF
           END-PERFORM

           CLOSE VARIANCE-REPORT-FILE.

      *a clean delivery of a registry file onto its history - what
      *the next delivery under the same registry line is held
      *against
           RECORD-CONTROL-TOTALS.

           MOVE FUNCTION CURRENT-DATE(1:14) TO VARIANCE-STAMP
           MOVE LAYOUT-DETAIL-COUNT TO VARIANCE-DISP-1
           MOVE RECEIVED-FILE-TOTAL-BYTES TO VARIANCE-DISP-2
           MOVE "-" TO CONTROL-TOTAL-TEXT
           IF CONTROL-TOTAL-KNOWN = 1
               MOVE LAYOUT-SUM TO VARIANCE-DISP-3
               MOVE FUNCTION TRIM(VARIANCE-DISP-3)
                   TO CONTROL-TOTAL-TEXT
           END-IF

           MOVE SPACES TO CONTROL-HISTORY-LINE
           STRING VARIANCE-STAMP DELIMITED BY SIZE,
               " FILE=" DELIMITED BY SIZE,
               LAY-PATTERN(LAYOUT-SLOT) DELIMITED BY SPACE,
               " RECORDS=" DELIMITED BY SIZE,
               FUNCTION TRIM(VARIANCE-DISP-1) DELIMITED BY SIZE,
               " TOTAL=" DELIMITED BY SIZE,
               CONTROL-TOTAL-TEXT DELIMITED BY SPACE,
               " BYTES=" DELIMITED BY SIZE,
               FUNCTION TRIM(VARIANCE-DISP-2) DELIMITED BY SIZE,
               " NAME=" DELIMITED BY SIZE,
               PULL-NAME DELIMITED BY SPACE
               INTO CONTROL-HISTORY-LINE
           END-STRING

           CALL "CBL_CHECK_FILE_EXIST" USING
               CONTROL-HISTORY-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN EXTEND CONTROL-HISTORY-FILE
           ELSE
               OPEN OUTPUT CONTROL-HISTORY-FILE
           END-IF
           MOVE CONTROL-HISTORY-LINE TO CONTROL-HISTORY-RECORD
           WRITE CONTROL-HISTORY-RECORD
           CLOSE CONTROL-HISTORY-FILE.

      *which registry line speaks for this file - first match wins,
      *same as the allowlist
           FIND-LAYOUT-SLOT.
               END-IF
           END-IF.

      *the RCPT/ request for an RCPT line - the date it names, or
      *today's, and the work name the receipts land under until
      *their seals have been checked
           BUILD-RECEIPT-REQUEST.

           MOVE SPACES TO RECEIPT-FETCH-DATE
           IF REQUESTED-FILE-NAME(5:1) = "/"
               MOVE REQUESTED-FILE-NAME(6:8) TO RECEIPT-FETCH-DATE
           END-IF
           IF RECEIPT-FETCH-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO RECEIPT-FETCH-DATE
           END-IF

           STRING "RCPT/" DELIMITED BY SIZE,
               RECEIPT-FETCH-DATE DELIMITED BY SIZE
               INTO REQUEST-MSG
           END-STRING

           MOVE RECEIPT-WORK-NAME TO RECEIVED-FILE-NAME

           MOVE SPACES TO RECEIPT-STORE-NAME
           STRING "receipts-" DELIMITED BY SIZE,
               RECEIPT-FETCH-DATE DELIMITED BY SIZE,
               ".txt" DELIMITED BY SIZE
               INTO RECEIPT-STORE-NAME
           END-STRING.

      *recompute every SEAL= in the fetched receipts, then move the
      *file over receipts-yyyymmdd.txt - kept even when a seal is
      *bad, since what the server actually said is the evidence,
      *but the line fails so the run says so
           STORE-DELIVERY-RECEIPTS.

           MOVE 0 TO RECEIPT-GOOD-COUNT
           MOVE 0 TO RECEIPT-BAD-COUNT

           OPEN INPUT RECEIPT-STORE-FILE
           MOVE 0 TO RECEIPT-EOF
           PERFORM UNTIL RECEIPT-EOF = 1
               READ RECEIPT-STORE-FILE
                   AT END MOVE 1 TO RECEIPT-EOF
                   NOT AT END
                       IF RECEIPT-STORE-RECORD(1:5) = "RCPT "
                           PERFORM CHECK-RECEIPT-SEAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-STORE-FILE

           MOVE SPACES TO PUBLISH-COMMAND
           STRING "mv -f " DELIMITED BY SIZE,
               RECEIPT-WORK-NAME DELIMITED BY SPACE,
               " " DELIMITED BY SIZE,
               RECEIPT-STORE-NAME DELIMITED BY SPACE
               INTO PUBLISH-COMMAND
           END-STRING
           CALL "SYSTEM" USING PUBLISH-COMMAND
           END-CALL

           DISPLAY "RECEIPTS STORED: " RECEIPT-STORE-NAME
               " SEALS GOOD: " RECEIPT-GOOD-COUNT
               " BAD: " RECEIPT-BAD-COUNT

           IF RECEIPT-BAD-COUNT > 0
               MOVE 1 TO RECEIPT-SEAL-FAILED
           END-IF.

      *one receipt line: everything before " SEAL=" is the body the
      *server sealed, and the HMAC-SHA256 over it under KEY= (a
      *bare SHA-256 when there is no key) must come out to the
      *digest after it - worked the same way the server works it
           CHECK-RECEIPT-SEAL.

           MOVE SPACES TO RECEIPT-BODY
           MOVE SPACES TO RECEIPT-SEAL-WANTED
           UNSTRING RECEIPT-STORE-RECORD DELIMITED BY " SEAL="
               INTO RECEIPT-BODY RECEIPT-SEAL-WANTED
           END-UNSTRING

           MOVE SEAL-BODY-NAME TO SEAL-WORK-NAME
           OPEN OUTPUT SEAL-WORK-FILE
           MOVE RECEIPT-BODY TO SEAL-WORK-LINE
           WRITE SEAL-WORK-LINE
           CLOSE SEAL-WORK-FILE

           MOVE SPACES TO SEAL-COMMAND
           IF CLIENT-KEY-LEN > 0
               MOVE SEAL-KEY-NAME TO SEAL-WORK-NAME
               OPEN OUTPUT SEAL-WORK-FILE
               MOVE CLIENT-KEY-TEXT(1:CLIENT-KEY-LEN)
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

      *no digest back from openssl leaves the recomputed seal
      *blank, which matches nothing - the receipt counts as bad
           MOVE SPACES TO RECEIPT-SEAL-TEXT
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

           CALL "CBL_DELETE_FILE" USING SEAL-BODY-NAME
           END-CALL
           CALL "CBL_DELETE_FILE" USING SEAL-KEY-NAME
           END-CALL
           CALL "CBL_DELETE_FILE" USING SEAL-MAC-NAME
           END-CALL

           IF RECEIPT-SEAL-TEXT NOT = SPACES
               AND RECEIPT-SEAL-TEXT = RECEIPT-SEAL-WANTED
               ADD 1 TO RECEIPT-GOOD-COUNT
           ELSE
               ADD 1 TO RECEIPT-BAD-COUNT
               DISPLAY "RECEIPT SEAL MISMATCH: "
                   RECEIPT-STORE-RECORD(1:100)
           END-IF.

      *the trigger registry, loaded once at startup - no
      *triggers.txt means nothing downstream is told, exactly the
      *historical behavior
           READ-TRIGGER-REGISTRY.

           CALL "CBL_CHECK_FILE_EXIST" USING
               TRIGGER-REGISTRY-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN INPUT TRIGGER-FILE
               MOVE 0 TO TRIGGER-EOF

               PERFORM UNTIL TRIGGER-EOF = 1
                   READ TRIGGER-FILE
                      AT END MOVE 1 TO TRIGGER-EOF
                      NOT AT END
                          IF TRIGGER-LINE NOT = SPACES
                              AND TRIGGER-LINE(1:1) NOT = "*"
                              PERFORM PARSE-TRIGGER-LINE
                          END-IF
                   END-READ
               END-PERFORM

               CLOSE TRIGGER-FILE
               DISPLAY "TRIGGER REGISTRY ON - " TRIGGER-COUNT
                   " ENTRIES"
           END-IF.

      *one registry line into the table - pattern and action split
      *off the front, and everything past them is the target, since
      *a command carries spaces of its own
           PARSE-TRIGGER-LINE.

           MOVE SPACES TO TRGP-PATTERN TRGP-ACTION
           MOVE 1 TO TRIGGER-PTR

           UNSTRING TRIGGER-LINE DELIMITED BY ALL " "
               INTO TRGP-PATTERN TRGP-ACTION
               WITH POINTER TRIGGER-PTR
           END-UNSTRING

           IF TRGP-PATTERN = SPACES
               OR (TRGP-ACTION NOT = "RUN" AND TRGP-ACTION NOT = "FLAG")
               OR TRIGGER-PTR > LENGTH OF TRIGGER-LINE
               DISPLAY "BAD TRIGGER LINE: " TRIGGER-LINE(1:60)
           ELSE
               IF TRIGGER-LINE(TRIGGER-PTR:) = SPACES
                   DISPLAY "BAD TRIGGER LINE: " TRIGGER-LINE(1:60)
               ELSE
                   IF TRIGGER-COUNT >= MAX-TRIGGERS
                       DISPLAY "TRIGGER REGISTRY FULL, IGNORING: "
                           TRIGGER-LINE(1:60)
                   ELSE
                       ADD 1 TO TRIGGER-COUNT
                       MOVE TRGP-PATTERN TO TRG-PATTERN(TRIGGER-COUNT)
                       MOVE TRGP-ACTION TO TRG-ACTION(TRIGGER-COUNT)
                       MOVE SPACES TO TRG-TARGET(TRIGGER-COUNT)
                       MOVE TRIGGER-LINE(TRIGGER-PTR:)
                           TO TRG-TARGET(TRIGGER-COUNT)
                   END-IF
               END-IF
           END-IF.

      *the file under PULL-NAME has just taken its live name - fire
      *every registry entry whose pattern it matches, the same
      *pattern rule the layout registry uses
           FIRE-PUBLISH-TRIGGERS.

           PERFORM VARYING TRIGGER-IDX FROM 1 BY 1
                   UNTIL TRIGGER-IDX > TRIGGER-COUNT
               MOVE PULL-NAME TO LAYOUT-CANDIDATE
               MOVE TRG-PATTERN(TRIGGER-IDX) TO LAYOUT-PATTERN-WORK
               PERFORM MATCH-LAYOUT-PATTERN
               IF LAYOUT-MATCHED = 1
                   PERFORM FIRE-ONE-TRIGGER
               END-IF
           END-PERFORM.

      *one trigger - a RUN command gets the live name on the end of
      *its command line, a FLAG is written holding the live name,
      *directories made first. either way it goes through the shell
      *and the exit status comes back off the wait status the way
      *the scheduler reads the client's, a signal counting as failed
           FIRE-ONE-TRIGGER.

           MOVE SPACES TO TRIGGER-COMMAND
           IF TRG-ACTION(TRIGGER-IDX) = "RUN"
               STRING TRG-TARGET(TRIGGER-IDX) DELIMITED BY "  ",
                   " " DELIMITED BY SIZE,
                   TRIGGER-FILE-NAME DELIMITED BY SPACE
                   INTO TRIGGER-COMMAND
           ELSE
               MOVE TRG-TARGET(TRIGGER-IDX) TO MKDIR-TARGET
               PERFORM MAKE-LOCAL-DIRS
               STRING "echo " DELIMITED BY SIZE,
                   TRIGGER-FILE-NAME DELIMITED BY SPACE,
                   " > " DELIMITED BY SIZE,
                   TRG-TARGET(TRIGGER-IDX) DELIMITED BY SPACE
                   INTO TRIGGER-COMMAND
           END-IF

           CALL "SYSTEM" USING TRIGGER-COMMAND
           END-CALL
           MOVE RETURN-CODE TO TRIGGER-WAIT-STATUS
           COMPUTE TRIGGER-RC = TRIGGER-WAIT-STATUS / 256
           IF FUNCTION MOD(TRIGGER-WAIT-STATUS, 256) NOT = 0
               MOVE 99 TO TRIGGER-RC
           END-IF

           ADD 1 TO BATCH-TRIGGERS-FIRED
           IF TRIGGER-RC = 0
               MOVE "OK" TO TRIGGER-RESULT
               DISPLAY "TRIGGER FIRED: " TRG-ACTION(TRIGGER-IDX)
                   " FOR " TRIGGER-FILE-NAME
           ELSE
               MOVE "FAIL" TO TRIGGER-RESULT
               ADD 1 TO BATCH-TRIGGERS-FAILED
               MOVE 1 TO ANY-TRIGGER-FAILED
               DISPLAY "TRIGGER FAILED: " TRG-ACTION(TRIGGER-IDX)
                   " FOR " TRIGGER-FILE-NAME " RC " TRIGGER-RC
           END-IF

           PERFORM WRITE-TRIGGER-LOG.

      *one line per firing on the durable trigger log, created on
      *first use like the delivery log
           WRITE-TRIGGER-LOG.

           MOVE FUNCTION CURRENT-DATE(1:14) TO TRIGGER-STAMP
           MOVE TRIGGER-RC TO TRIGGER-RC-DISP

           MOVE SPACES TO TRIGGER-LOG-LINE
           STRING TRIGGER-STAMP DELIMITED BY SIZE,
               " FILE=" DELIMITED BY SIZE,
               PULL-NAME DELIMITED BY SPACE,
               " ACTION=" DELIMITED BY SIZE,
               TRG-ACTION(TRIGGER-IDX) DELIMITED BY SPACE,
               " RC=" DELIMITED BY SIZE,
               TRIGGER-RC-DISP DELIMITED BY SIZE,
               " RESULT=" DELIMITED BY SIZE,
               TRIGGER-RESULT DELIMITED BY SPACE,
               " PATH=" DELIMITED BY SIZE,
               TRIGGER-FILE-NAME DELIMITED BY SPACE,
               " TARGET=" DELIMITED BY SIZE,
               TRG-TARGET(TRIGGER-IDX) DELIMITED BY "  "
               INTO TRIGGER-LOG-LINE

           CALL "CBL_CHECK_FILE_EXIST" USING
               TRIGGER-LOG-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN EXTEND TRIGGER-LOG-FILE
           ELSE
               OPEN OUTPUT TRIGGER-LOG-FILE
           END-IF

           MOVE TRIGGER-LOG-LINE TO TRIGGER-LOG-RECORD
           WRITE TRIGGER-LOG-RECORD
           CLOSE TRIGGER-LOG-FILE.

      *the registry, loaded once at startup - no layouts.txt means
      *no layout checking, exactly the historical behavior
           READ-LAYOUT-REGISTRY.
           END-IF.

      *one registry line into the table - ten space-separated
      *fields and an optional tolerance; a line that won't parse is
      *announced and left out rather than silently checking the
      *wrong columns
           PARSE-LAYOUT-LINE.

           MOVE SPACES TO LAYP-PATTERN LAYP-RECLEN LAYP-HDR
               LAYP-TRL LAYP-CNT-POS LAYP-CNT-LEN LAYP-DTL-POS
               LAYP-DTL-LEN LAYP-TOT-POS LAYP-TOT-LEN

           MOVE SPACES TO LAYP-TOLERANCE

           UNSTRING LAYOUT-LINE DELIMITED BY ALL " "
               INTO LAYP-PATTERN LAYP-RECLEN LAYP-HDR LAYP-TRL
                   LAYP-CNT-POS LAYP-CNT-LEN LAYP-DTL-POS
                   LAYP-DTL-LEN LAYP-TOT-POS LAYP-TOT-LEN
                   LAYP-TOLERANCE
           END-UNSTRING

           IF LAYP-PATTERN = SPACES OR LAYP-RECLEN = SPACES
                       COMPUTE LAY-TOT-LEN(LAYOUT-COUNT) =
                           FUNCTION NUMVAL(LAYP-TOT-LEN)
                   END-IF
      *a tolerance ending in % is a percentage band, anything else
      *a band in records
                   MOVE SPACE TO LAY-TOL-KIND(LAYOUT-COUNT)
                   MOVE 0 TO LAY-TOL-VALUE(LAYOUT-COUNT)
                   IF LAYP-TOLERANCE NOT = SPACES
                       MOVE 0 TO LAYP-PCT-COUNT
                       INSPECT LAYP-TOLERANCE TALLYING LAYP-PCT-COUNT
                           FOR ALL "%"
                       IF LAYP-PCT-COUNT > 0
                           MOVE "%" TO LAY-TOL-KIND(LAYOUT-COUNT)
                           INSPECT LAYP-TOLERANCE REPLACING ALL "%"
                               BY SPACE
                       ELSE
                           MOVE "A" TO LAY-TOL-KIND(LAYOUT-COUNT)
                       END-IF
                       COMPUTE LAY-TOL-VALUE(LAYOUT-COUNT) =
                           FUNCTION NUMVAL(LAYP-TOLERANCE)
                   END-IF
               END-IF
           END-IF.

      *first use the same way the server's audit log is
           WRITE-DELIVERY-RECORD.

           MOVE FUNCTION CURRENT-DATE(1:16) TO DELIVERY-END-STAMP
           MOVE SPACES TO DELIVERY-LOG-LINE
           STRING DELIVERY-EVENT DELIMITED BY SIZE,
               " FILE=" DELIMITED BY SIZE,
               " OUTCOME=" DELIMITED BY SIZE,
               DELIVERY-OUTCOME DELIMITED BY SIZE,
               " VERIFY=" DELIMITED BY SIZE,
               DELIVERY-VERIFY DELIMITED BY SIZE,
               " START=" DELIMITED BY SIZE,
               DELIVERY-START-STAMP DELIMITED BY SIZE,
               " END=" DELIMITED BY SIZE,
               DELIVERY-END-STAMP DELIMITED BY SIZE,
               " SERVER=" DELIMITED BY SIZE,
               CURRENT-SERVER DELIMITED BY SPACE
               INTO DELIVERY-LOG-LINE

           IF ON-STANDBY = 1
               ADD 1 TO BATCH-FROM-STANDBY
           ELSE
               ADD 1 TO BATCH-FROM-PRIMARY
           END-IF

           PERFORM APPEND-DELIVERY-LINE.

      *put whatever is in DELIVERY-LOG-LINE on the end of the
           WRITE DELIVERY-LOG-RECORD
           CLOSE DELIVERY-LOG-FILE.

      *send the GET/ in REQUEST-MSG and, while failover allows,
      *wait for the first datagram back without taking it off the
      *socket (MSG_PEEK) - the block receive that follows reads it
      *exactly as it would have. an unanswered request is sent
      *again, and once the tries are used up the run may move to
      *the standby and ask there
           SEND-FIRST-REQUEST.

           MOVE 0 TO REQUEST-ANSWERED
           MOVE 0 TO REQUEST-TRIES
           PERFORM GET-REQUEST-TRY-LIMIT

           PERFORM UNTIL REQUEST-ANSWERED = 1
                   OR REQUEST-TRIES >= REQUEST-TRY-LIMIT
               ADD 1 TO REQUEST-TRIES
               CALL "sendto" USING
                   BY VALUE SOCKET-DESCRIPTOR
                   BY REFERENCE REQUEST-MSG
                   BY VALUE LENGTH OF REQUEST-MSG
                   BY VALUE 0
                   BY REFERENCE SERVER-SOCKET-ADDRESS
                   BY VALUE LENGTH OF SERVER-SOCKET-ADDRESS
               END-CALL

               DISPLAY "sent: " RETURN-CODE

      *with no standby to fall back on the request goes out once
      *and the block receive does all the waiting, as it always has
               IF STANDBY-IP-TEXT = SPACES
                   MOVE 1 TO REQUEST-ANSWERED
               ELSE
                   CALL "recv" USING
                       BY VALUE SOCKET-DESCRIPTOR
                       BY REFERENCE PEEK-BUFFER
                       BY VALUE LENGTH OF PEEK-BUFFER
                       BY VALUE PEEK-FLAGS
                   END-CALL
                   IF RETURN-CODE > 0
                       MOVE 1 TO REQUEST-ANSWERED
                   ELSE
                       DISPLAY "NO ANSWER FROM " CURRENT-SERVER
                           "TRY " REQUEST-TRIES
                       IF REQUEST-TRIES >= REQUEST-TRY-LIMIT
                           PERFORM TRY-FAILOVER
                           IF FAILOVER-SWITCHED = 1
                               MOVE 0 TO REQUEST-TRIES
                               PERFORM GET-REQUEST-TRY-LIMIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *how many times a request is put to the current server before
      *giving up on it - FAILOVERTRIES while there is still a
      *standby to move to, otherwise just the once
           GET-REQUEST-TRY-LIMIT.

           IF STANDBY-IP-TEXT NOT = SPACES AND ON-STANDBY = 0
               AND FAILOVER-REFUSED = 0
               MOVE FAILOVER-TRIES TO REQUEST-TRY-LIMIT
           ELSE
               MOVE 1 TO REQUEST-TRY-LIMIT
           END-IF.

      *the primary has stopped answering - move every request for
      *the rest of the run to the standby, unless the mirror's last
      *cycle left it behind. a refusal holds for the rest of the run
      *too, so the summary is read and reported only once
           TRY-FAILOVER.

           MOVE 0 TO FAILOVER-SWITCHED

           IF STANDBY-IP-TEXT NOT = SPACES AND ON-STANDBY = 0
               AND FAILOVER-REFUSED = 0
               PERFORM CHECK-STANDBY-LAG
               IF STANDBY-LAG-KNOWN = 1 AND STANDBY-LAG-COUNT > 0
                   DISPLAY "PRIMARY NOT ANSWERING, STANDBY "
                       "BEHIND BY " STANDBY-LAG-COUNT
                       " FILES - NOT FAILING OVER"
                   MOVE 1 TO FAILOVER-REFUSED
               ELSE
                   IF STANDBY-LAG-KNOWN = 0
                       DISPLAY "NO STANDBY LAG ON RECORD IN "
                           STANDBY-REPORT-NAME
                   END-IF
                   MOVE STANDBY-IP-TEXT TO ENDPOINT-IP-TEXT
                   PERFORM RESOLVE-ENDPOINT-IP
                   MOVE ENDPOINT-IP-VALUE
                       TO IP OF SERVER-SOCKET-ADDRESS
                   CALL 'htons' USING
                       BY VALUE STANDBY-PORT-NUMBER
                       GIVING PORT OF SERVER-SOCKET-ADDRESS
                   END-CALL
                   MOVE SERVER-SOCKET-ADDRESS TO DATA-SOURCE-ADDRESS
                   MOVE 1 TO ON-STANDBY
                   MOVE "STANDBY" TO CURRENT-SERVER
                   MOVE 1 TO FAILOVER-SWITCHED
                   DISPLAY "PRIMARY NOT ANSWERING, FAILING OVER TO "
                       "STANDBY " STANDBY-IP-TEXT
               END-IF
           END-IF.

      *the STANDBY LAG line off the mirror's cycle summary - how
      *many files the standby still wasn't current on
           CHECK-STANDBY-LAG.

           MOVE 0 TO STANDBY-LAG-KNOWN
           MOVE 0 TO STANDBY-LAG-COUNT

           CALL "CBL_CHECK_FILE_EXIST" USING
               STANDBY-REPORT-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN INPUT STANDBY-REPORT-FILE
               MOVE 0 TO STANDBY-REPORT-EOF
               PERFORM UNTIL STANDBY-REPORT-EOF = 1
                   READ STANDBY-REPORT-FILE
                       AT END MOVE 1 TO STANDBY-REPORT-EOF
                       NOT AT END
                           IF STANDBY-REPORT-LINE(1:12)
                               = "STANDBY LAG:"
                               MOVE 1 TO STANDBY-LAG-KNOWN
                               COMPUTE STANDBY-LAG-COUNT =
                                   FUNCTION NUMVAL(
                                   STANDBY-REPORT-LINE(13:15))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDBY-REPORT-FILE
           END-IF.

      *a dotted address in ENDPOINT-IP-TEXT as inet_addr wants it -
      *trimmed, with a low-value byte pinned on the end
           RESOLVE-ENDPOINT-IP.

           MOVE 0 TO ENDPOINT-IP-LEN
           PERFORM VARYING I2 FROM 20 BY -1
                   UNTIL I2 < 1 OR ENDPOINT-IP-LEN > 0
               IF ENDPOINT-IP-TEXT(I2:1) NOT = SPACE
                   MOVE I2 TO ENDPOINT-IP-LEN
               END-IF
           END-PERFORM
           MOVE SPACES TO ENDPOINT-IP-Z
           MOVE ENDPOINT-IP-TEXT TO ENDPOINT-IP-Z
           MOVE X"00" TO ENDPOINT-IP-Z(ENDPOINT-IP-LEN + 1:1)
           CALL "inet_addr" USING
               BY REFERENCE ENDPOINT-IP-Z
             GIVING ENDPOINT-IP-VALUE
           END-CALL.

      *startup parameters - SERVERPORT, CLIENTPORT and BLOCKSIZE,
      *one KEY=VALUE pair per line, falling back to the historical
      *8080/8081/50 when client.cfg isn't present. SERVERIP,
      *STANDBYIP, STANDBYPORT, FAILOVERTRIES and STANDBYREPORT
      *name the primary and the DR standby to fail over to
           READ-CONFIG-FILE.

           CALL "CBL_CHECK_FILE_EXIST" USING
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           PERFORM CHECK-CONFIG-VALUE-LENGTH

           IF CONFIG-KEY = "SERVERPORT"
               COMPUTE SERVER-PORT-NUMBER =
                   FUNCTION NUMVAL(CONFIG-VALUE)
                   FUNCTION NUMVAL(CONFIG-VALUE)
           END-IF

      *the primary's and the DR standby's addresses - no STANDBYIP
      *means no failover at all
           IF CONFIG-KEY = "SERVERIP"
               MOVE CONFIG-VALUE TO SERVER-IP-TEXT
           END-IF

           IF CONFIG-KEY = "STANDBYIP"
               MOVE CONFIG-VALUE TO STANDBY-IP-TEXT
           END-IF

           IF CONFIG-KEY = "STANDBYPORT"
               COMPUTE STANDBY-PORT-NUMBER =
                   FUNCTION NUMVAL(CONFIG-VALUE)
           END-IF

           IF CONFIG-KEY = "FAILOVERTRIES"
               COMPUTE FAILOVER-TRIES =
                   FUNCTION NUMVAL(CONFIG-VALUE)
               IF FAILOVER-TRIES < 1
                   MOVE 1 TO FAILOVER-TRIES
               END-IF
           END-IF

           IF CONFIG-KEY = "STANDBYREPORT"
               MOVE CONFIG-VALUE TO STANDBY-REPORT-NAME
           END-IF

      *SYNCMODE=ON has batch runs ask the server with INFO/ before
      *each plain GET line and skip files whose local copy is
      *already current
                       "USING " BLOCK-OCCURS-MAX
                   MOVE BLOCK-OCCURS-MAX TO CONFIGURED-BLOCK-SIZE
               END-IF
           END-IF.

      *a value too long for the field its key fills - addresses 20
      *characters, the transfer key 32, the standby report path 40,
      *anything else the full value field - is refused with a note
      *on the console and the line is dropped. a standby report
      *that can't be named can't be read, and a standby whose lag
      *can't be read is never failed over to
           CHECK-CONFIG-VALUE-LENGTH.

           MOVE 60 TO CONFIG-VALUE-MAX
           IF CONFIG-KEY = "SERVERIP" OR CONFIG-KEY = "STANDBYIP"
               MOVE 20 TO CONFIG-VALUE-MAX
           END-IF
           IF CONFIG-KEY = "KEY"
               MOVE 32 TO CONFIG-VALUE-MAX
           END-IF
           IF CONFIG-KEY = "STANDBYREPORT"
               MOVE 40 TO CONFIG-VALUE-MAX
           END-IF

           MOVE 0 TO CONFIG-VALUE-LONG
           MOVE 0 TO CONFIG-EQ-POS
           INSPECT CONFIG-LINE TALLYING CONFIG-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="
      *a line filling the record to its last column may have been
      *cut short on the way in
           IF CONFIG-LINE(80:1) NOT = SPACE
               MOVE 1 TO CONFIG-VALUE-LONG
           ELSE
               IF CONFIG-EQ-POS + 2 + CONFIG-VALUE-MAX <= 80
                   AND CONFIG-LINE(CONFIG-EQ-POS + 2
                       + CONFIG-VALUE-MAX:) NOT = SPACES
                   MOVE 1 TO CONFIG-VALUE-LONG
               END-IF
           END-IF

           IF CONFIG-VALUE-LONG = 1
               DISPLAY "CONFIG: " FUNCTION TRIM(CONFIG-KEY)
                   " VALUE LONGER THAN " CONFIG-VALUE-MAX
                   " CHARACTERS, LINE IGNORED"
               IF CONFIG-KEY = "STANDBYREPORT"
                   DISPLAY "CONFIG: STANDBY LAG CAN'T BE CHECKED - "
                       "NOT FAILING OVER THIS RUN"
                   MOVE 1 TO FAILOVER-REFUSED
               END-IF
               MOVE SPACES TO CONFIG-KEY
           END-IF.
