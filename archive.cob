       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN-PROGRAM-ARCHIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDIT-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY-LOG-FILE ASSIGN TO DELIVERY-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-MASTER ASSIGN TO HISTORY-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           ALTERNATE RECORD KEY IS HM-IP-KEY WITH DUPLICATES.

       DATA DIVISION.

       FILE SECTION.
      *the server's audit log, read back from the dated copy it was
      *moved to - event, IP=, FILE=, BYTES=, BLOCKS=, RESENDS=,
      *START=, END=
       FD AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(200).

      *the client's delivery log, the same way - event, FILE=,
      *BYTES=, BLOCKS=, OUTCOME=, VERIFY=, START=, END=, SERVER=
       FD DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-RECORD PIC X(200).

      *the transfer history master - one record per log line ever
      *archived, keyed by file name and business date (then which
      *log it came from and its line number there, so the same file
      *moved twice in a night keeps both). the alternate key puts
      *every line one client IP moved on one night together. client
      *delivery lines carry no IP and sit under a blank one
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

       WORKING-STORAGE SECTION.

       01  HISTORY-MASTER-NAME PIC X(20) VALUE "transferhist.dat".
       01  AUDIT-LOG-NAME PIC X(20) VALUE "transferlog.txt".
       01  DELIVERY-LOG-NAME PIC X(20) VALUE "deliverylog.txt".
       01  AUDIT-ARCHIVE-NAME PIC X(40).
       01  DELIVERY-ARCHIVE-NAME PIC X(40).
       01  LIVE-LOG-NAME PIC X(20).
       01  ARCHIVE-LOG-NAME PIC X(40).
       01  ARCHIVE-WORK-NAME PIC X(40).
       01  ARCHIVE-COMMAND PIC X(200).

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
       01  ARCHIVE-PRESENT BINARY-SHORT.

      *BUSINESS-DATE is the night being archived. archiving is the
      *last step of the night, so run before noon it means the night
      *that started yesterday - otherwise the operator names the
      *night on the command line
       01  COMMAND-ARGS PIC X(40).
       01  BUSINESS-DATE PIC 9(8).
       01  CURRENT-STAMP PIC X(21).

       01  AUDIT-EOF BINARY-SHORT VALUE 0.
       01  DELIVERY-EOF BINARY-SHORT VALUE 0.
       01  LINE-NUMBER BINARY-LONG.
       01  LOGS-ARCHIVED BINARY-LONG VALUE 0.
       01  LINES-LOADED BINARY-LONG VALUE 0.
       01  LINES-ON-FILE BINARY-LONG VALUE 0.
       01  LINES-IGNORED BINARY-LONG VALUE 0.
       01  RECORD-WRITTEN BINARY-SHORT.

      *one delivery line split on its own markers
       01  PARSE-EVENT PIC X(4).
       01  PARSE-REST-1 PIC X(176).
       01  PARSE-REST-2 PIC X(118).
       01  PARSE-REST-3 PIC X(60).
       01  PARSE-REST-4 PIC X(40).
       01  PARSE-NAME-PART PIC X(64).
       01  PARSE-BYTES-PART PIC X(14).
       01  PARSE-BLOCKS-PART PIC X(10).
       01  PARSE-OUTCOME-PART PIC X(10).
       01  PARSE-VERIFY-PART PIC X(10).
       01  PARSE-START-PART PIC X(20).
      *whatever sits ahead of START= - thrown away, and kept apart
      *from PARSE-REST-1 so the FILE= split survives it
       01  PARSE-LEAD-PART PIC X(200).
       01  PARSE-END-PART PIC X(20).

      *one audit line split apart, the way reconcile.cob splits it
       01  AUDIT-EVENT PIC X(4).
       01  AUDIT-IP-PART PIC X(12).
       01  AUDIT-FILE-PART PIC X(64).
       01  AUDIT-BYTES-PART PIC X(14).
       01  AUDIT-BLOCKS-PART PIC X(10).
       01  AUDIT-RESENDS-PART PIC X(10).

       01  RPT-COUNT-DISP PIC Z(7)9.

       PROCEDURE DIVISION.

           PERFORM GET-BUSINESS-DATE

           DISPLAY "ARCHIVING BUSINESS DATE " BUSINESS-DATE
               " TO " HISTORY-MASTER-NAME

           PERFORM OPEN-HISTORY-MASTER

      *the server's log
           MOVE AUDIT-LOG-NAME TO LIVE-LOG-NAME
           MOVE SPACES TO AUDIT-ARCHIVE-NAME
           STRING "transferlog-" DELIMITED BY SIZE,
               BUSINESS-DATE DELIMITED BY SIZE,
               ".txt" DELIMITED BY SIZE
               INTO AUDIT-ARCHIVE-NAME
           MOVE AUDIT-ARCHIVE-NAME TO ARCHIVE-LOG-NAME
           PERFORM ROTATE-LIVE-LOG
           IF ARCHIVE-PRESENT = 1
               PERFORM LOAD-AUDIT-LOG
           END-IF

      *the client's log
           MOVE DELIVERY-LOG-NAME TO LIVE-LOG-NAME
           MOVE SPACES TO DELIVERY-ARCHIVE-NAME
           STRING "deliverylog-" DELIMITED BY SIZE,
               BUSINESS-DATE DELIMITED BY SIZE,
               ".txt" DELIMITED BY SIZE
               INTO DELIVERY-ARCHIVE-NAME
           MOVE DELIVERY-ARCHIVE-NAME TO ARCHIVE-LOG-NAME
           PERFORM ROTATE-LIVE-LOG
           IF ARCHIVE-PRESENT = 1
               PERFORM LOAD-DELIVERY-LOG
           END-IF

           CLOSE HISTORY-MASTER

           MOVE LINES-LOADED TO RPT-COUNT-DISP
           DISPLAY "LINES LOADED:        " RPT-COUNT-DISP
           MOVE LINES-ON-FILE TO RPT-COUNT-DISP
           DISPLAY "ALREADY ON FILE:     " RPT-COUNT-DISP
           MOVE LINES-IGNORED TO RPT-COUNT-DISP
           DISPLAY "LINES NOT LOADED:    " RPT-COUNT-DISP

           IF LOGS-ARCHIVED = 0
               DISPLAY "RESULT: NOTHING TO ARCHIVE"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF LINES-IGNORED > 0
                   DISPLAY "RESULT: ARCHIVED, SOME LINES NOT LOADED"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "RESULT: ARCHIVED"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *the night being archived - named on the command line, or
      *worked out from the clock
           GET-BUSINESS-DATE.

           MOVE SPACES TO COMMAND-ARGS
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE

           IF COMMAND-ARGS(1:8) IS NUMERIC
               MOVE COMMAND-ARGS(1:8) TO BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
               MOVE CURRENT-STAMP(1:8) TO BUSINESS-DATE
               IF CURRENT-STAMP(9:4) < "1200"
                   COMPUTE BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) - 1)
               END-IF
           END-IF.

      *the master is created empty the first time it is needed, then
      *opened for update
           OPEN-HISTORY-MASTER.

           CALL "CBL_CHECK_FILE_EXIST" USING
               HISTORY-MASTER-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC NOT = 0
               OPEN OUTPUT HISTORY-MASTER
               CLOSE HISTORY-MASTER
           END-IF

           OPEN I-O HISTORY-MASTER.

      *start LIVE-LOG-NAME fresh for the next night by moving it to
      *its dated copy ARCHIVE-LOG-NAME. the move comes first and
      *the load reads the copy, so a line the server or client adds
      *while the archive runs lands in the new live log and not in
      *a gap. archiving the same night twice adds the later lines
      *to the end of the copy already there - the load then finds
      *the earlier lines already on file and passes over them
           ROTATE-LIVE-LOG.

           CALL "CBL_CHECK_FILE_EXIST" USING
               LIVE-LOG-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               CALL "CBL_CHECK_FILE_EXIST" USING
                   ARCHIVE-LOG-NAME
                   FILE-DETAILS
                 GIVING FILE-CHECK-RC
               END-CALL

               MOVE SPACES TO ARCHIVE-COMMAND
               IF FILE-CHECK-RC = 0
                   MOVE SPACES TO ARCHIVE-WORK-NAME
                   STRING LIVE-LOG-NAME DELIMITED BY SPACE,
                       ".arc" DELIMITED BY SIZE
                       INTO ARCHIVE-WORK-NAME
                   STRING "mv -f " DELIMITED BY SIZE,
                       LIVE-LOG-NAME DELIMITED BY SPACE,
                       " " DELIMITED BY SIZE,
                       ARCHIVE-WORK-NAME DELIMITED BY SPACE,
                       " && cat " DELIMITED BY SIZE,
                       ARCHIVE-WORK-NAME DELIMITED BY SPACE,
                       " >> " DELIMITED BY SIZE,
                       ARCHIVE-LOG-NAME DELIMITED BY SPACE,
                       " && rm -f " DELIMITED BY SIZE,
                       ARCHIVE-WORK-NAME DELIMITED BY SPACE
                       INTO ARCHIVE-COMMAND
                   END-STRING
               ELSE
                   STRING "mv -f " DELIMITED BY SIZE,
                       LIVE-LOG-NAME DELIMITED BY SPACE,
                       " " DELIMITED BY SIZE,
                       ARCHIVE-LOG-NAME DELIMITED BY SPACE
                       INTO ARCHIVE-COMMAND
                   END-STRING
               END-IF
               CALL "SYSTEM" USING ARCHIVE-COMMAND
               END-CALL
               DISPLAY "LOG STARTED FRESH: " LIVE-LOG-NAME
                   " KEPT AS " ARCHIVE-LOG-NAME
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING
               ARCHIVE-LOG-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 1 TO ARCHIVE-PRESENT
               ADD 1 TO LOGS-ARCHIVED
           ELSE
               MOVE 0 TO ARCHIVE-PRESENT
               DISPLAY "NO LOG TO ARCHIVE: " LIVE-LOG-NAME
           END-IF.

      *every line of the night's server log into the master
           LOAD-AUDIT-LOG.

           MOVE 0 TO LINE-NUMBER
           MOVE 0 TO AUDIT-EOF
           OPEN INPUT AUDIT-LOG-FILE.

           PERFORM UNTIL AUDIT-EOF = 1
               READ AUDIT-LOG-FILE
                   AT END MOVE 1 TO AUDIT-EOF
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       PERFORM LOAD-AUDIT-LINE
               END-READ
           END-PERFORM.

           CLOSE AUDIT-LOG-FILE.

      *one server line - split the way reconcile.cob splits it,
      *including the layout from before BYTES= was carried
           LOAD-AUDIT-LINE.

           MOVE SPACES TO AUDIT-EVENT PARSE-REST-1 PARSE-REST-2
               PARSE-REST-3 PARSE-REST-4 AUDIT-IP-PART
               AUDIT-FILE-PART AUDIT-BYTES-PART
               AUDIT-BLOCKS-PART AUDIT-RESENDS-PART
               PARSE-START-PART PARSE-END-PART

           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " IP="
               INTO AUDIT-EVENT PARSE-REST-1
           END-UNSTRING
           UNSTRING PARSE-REST-1 DELIMITED BY " FILE="
               INTO AUDIT-IP-PART PARSE-REST-2
           END-UNSTRING
           UNSTRING PARSE-REST-2 DELIMITED BY " BYTES="
               INTO AUDIT-FILE-PART PARSE-REST-3
           END-UNSTRING
           IF PARSE-REST-3 = SPACES
               UNSTRING PARSE-REST-2 DELIMITED BY " BLOCKS="
                   INTO AUDIT-FILE-PART PARSE-REST-4
               END-UNSTRING
               UNSTRING PARSE-REST-4 DELIMITED BY " RESENDS="
                   OR " START="
                   INTO AUDIT-BLOCKS-PART AUDIT-RESENDS-PART
               END-UNSTRING
           ELSE
               UNSTRING PARSE-REST-3 DELIMITED BY " BLOCKS="
                   INTO AUDIT-BYTES-PART PARSE-REST-4
               END-UNSTRING
               UNSTRING PARSE-REST-4 DELIMITED BY " RESENDS="
                   OR " START="
                   INTO AUDIT-BLOCKS-PART AUDIT-RESENDS-PART
               END-UNSTRING
           END-IF
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " START="
               OR " END="
               INTO PARSE-LEAD-PART PARSE-START-PART PARSE-END-PART
           END-UNSTRING

           IF AUDIT-FILE-PART = SPACES
               ADD 1 TO LINES-IGNORED
           ELSE
               MOVE SPACES TO HISTORY-MASTER-RECORD
               MOVE AUDIT-FILE-PART TO HM-FILE-NAME
               MOVE BUSINESS-DATE TO HM-BUSINESS-DATE
               SET HM-FROM-SERVER TO TRUE
               MOVE LINE-NUMBER TO HM-SEQUENCE
               MOVE FUNCTION TRIM(AUDIT-IP-PART) TO HM-IP
               MOVE BUSINESS-DATE TO HM-IP-DATE
               MOVE AUDIT-EVENT TO HM-EVENT
               COMPUTE HM-BYTES = FUNCTION NUMVAL(AUDIT-BYTES-PART)
               COMPUTE HM-BLOCKS =
                   FUNCTION NUMVAL(AUDIT-BLOCKS-PART)
               COMPUTE HM-RESENDS =
                   FUNCTION NUMVAL(AUDIT-RESENDS-PART)
               MOVE SPACES TO HM-OUTCOME
               MOVE SPACES TO HM-VERIFY
               MOVE PARSE-START-PART(1:16) TO HM-START-STAMP
               MOVE PARSE-END-PART(1:16) TO HM-END-STAMP
               PERFORM WRITE-HISTORY-RECORD
           END-IF.

      *every line of the night's client log into the master
           LOAD-DELIVERY-LOG.

           MOVE 0 TO LINE-NUMBER
           MOVE 0 TO DELIVERY-EOF
           OPEN INPUT DELIVERY-LOG-FILE.

           PERFORM UNTIL DELIVERY-EOF = 1
               READ DELIVERY-LOG-FILE
                   AT END MOVE 1 TO DELIVERY-EOF
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       PERFORM LOAD-DELIVERY-LINE
               END-READ
           END-PERFORM.

           CLOSE DELIVERY-LOG-FILE.

      *one client line split on its own markers. the LAYOUT and
      *VARIANCE notes carry no FILE= marker on purpose - they are
      *not transfers, and are passed over without being counted
           LOAD-DELIVERY-LINE.

           MOVE SPACES TO PARSE-EVENT PARSE-REST-1 PARSE-REST-2
               PARSE-REST-3 PARSE-REST-4 PARSE-NAME-PART
               PARSE-BYTES-PART PARSE-BLOCKS-PART
               PARSE-OUTCOME-PART PARSE-VERIFY-PART
               PARSE-START-PART PARSE-END-PART

           UNSTRING DELIVERY-LOG-RECORD DELIMITED BY " FILE="
               INTO PARSE-EVENT PARSE-REST-1
           END-UNSTRING
           UNSTRING PARSE-REST-1 DELIMITED BY " BYTES="
               INTO PARSE-NAME-PART PARSE-REST-2
           END-UNSTRING
           UNSTRING PARSE-REST-2 DELIMITED BY " BLOCKS="
               INTO PARSE-BYTES-PART PARSE-REST-3
           END-UNSTRING
           UNSTRING PARSE-REST-3 DELIMITED BY " OUTCOME="
               INTO PARSE-BLOCKS-PART PARSE-REST-4
           END-UNSTRING
           UNSTRING PARSE-REST-4 DELIMITED BY " VERIFY="
               OR " START="
               INTO PARSE-OUTCOME-PART PARSE-VERIFY-PART
           END-UNSTRING
           UNSTRING DELIVERY-LOG-RECORD DELIMITED BY " START="
               OR " END="
               INTO PARSE-LEAD-PART PARSE-START-PART PARSE-END-PART
           END-UNSTRING

           IF PARSE-REST-1 = SPACES
               CONTINUE
           ELSE
               IF PARSE-NAME-PART = SPACES
                   OR PARSE-OUTCOME-PART = SPACES
                   ADD 1 TO LINES-IGNORED
               ELSE
                   MOVE SPACES TO HISTORY-MASTER-RECORD
                   MOVE PARSE-NAME-PART TO HM-FILE-NAME
                   MOVE BUSINESS-DATE TO HM-BUSINESS-DATE
                   SET HM-FROM-CLIENT TO TRUE
                   MOVE LINE-NUMBER TO HM-SEQUENCE
                   MOVE SPACES TO HM-IP
                   MOVE BUSINESS-DATE TO HM-IP-DATE
                   MOVE PARSE-EVENT TO HM-EVENT
                   COMPUTE HM-BYTES = FUNCTION NUMVAL(PARSE-BYTES-PART)
                   COMPUTE HM-BLOCKS =
                       FUNCTION NUMVAL(PARSE-BLOCKS-PART)
                   MOVE 0 TO HM-RESENDS
                   MOVE PARSE-OUTCOME-PART TO HM-OUTCOME
                   MOVE PARSE-VERIFY-PART TO HM-VERIFY
                   MOVE PARSE-START-PART(1:16) TO HM-START-STAMP
                   MOVE PARSE-END-PART(1:16) TO HM-END-STAMP
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
           END-IF.

      *a key already on the master is a line an earlier run of the
      *same night loaded - counted, not an error
           WRITE-HISTORY-RECORD.

           MOVE 1 TO RECORD-WRITTEN
           WRITE HISTORY-MASTER-RECORD
               INVALID KEY
                   MOVE 0 TO RECORD-WRITTEN
           END-WRITE

           IF RECORD-WRITTEN = 1
               ADD 1 TO LINES-LOADED
           ELSE
               ADD 1 TO LINES-ON-FILE
           END-IF.
