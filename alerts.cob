       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN-PROGRAM-ALERTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-FILE ASSIGN TO SCHEDULE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DONE-FILE ASSIGN TO DONE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MIRROR-REPORT-FILE ASSIGN TO MIRROR-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDIT-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SENT-FILE ASSIGN TO SENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUTBOX-FILE ASSIGN TO OUTBOX-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-FILE ASSIGN TO BATCH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *startup parameters - SENDCOMMAND is the mail or pager command
      *a pass's new alerts are handed to, MIRRORREPORT where the
      *mirror's cycle summary is kept
       FD CONFIG-FILE.
       01  CONFIG-LINE PIC X(200).

      *the scheduler's own window list - only the manifest names
      *matter here, to find each window's completion record
       FD SCHEDULE-FILE.
       01  SCHEDULE-LINE PIC X(80).

      *a scheduler window's completion record - run date, status,
      *START= END= ELAPSED=. the last line carrying the night's run
      *date speaks for the window
       FD DONE-FILE.
       01  DONE-LINE PIC X(132).

      *the client's escalations - a manifest line that used up its
      *retries, with RETRY= and REASON= behind it
       FD EXCEPTION-FILE.
       01  EXCEPTION-RECORD PIC X(100).

      *the mirror's cycle summary - its FAILED line is the count of
      *files that didn't reach the standby
       FD MIRROR-REPORT-FILE.
       01  MIRROR-REPORT-LINE PIC X(132).

      *the server's side - GET/PUT/SUS/DEN lines with IP= FILE=
      *BYTES= BLOCKS= RESENDS= START= END=
       FD AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(200).

      *what has already gone out, one line per alert per night:
      *  yyyymmdd source     code     file
      *in fixed columns - a chronic failure found again on a later
      *pass the same night matches its line here and is not sent
      *again
       FD SENT-FILE.
       01  SENT-RECORD PIC X(100).

      *every alert ever raised, oldest first, kept with the shift
      *log:
      *  yyyymmddhhmmss SEV=HIGH   SOURCE=SCHEDULER  FILE= REASON=
       FD OUTBOX-FILE.
       01  OUTBOX-RECORD PIC X(200).

      *just this pass's new alerts, in the outbox's own layout -
      *the file named to the send command
       FD BATCH-FILE.
       01  BATCH-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01  CONFIG-FILE-NAME PIC X(20) VALUE "alerts.cfg".
       01  SCHEDULE-FILE-NAME PIC X(20) VALUE "schedule.txt".
       01  EXCEPTION-FILE-NAME PIC X(20) VALUE "exceptions.txt".
       01  MIRROR-REPORT-NAME PIC X(40) VALUE "mirrorreport.txt".
       01  AUDIT-LOG-NAME PIC X(20) VALUE "transferlog.txt".
       01  SENT-FILE-NAME PIC X(20) VALUE "alertsent.txt".
       01  OUTBOX-FILE-NAME PIC X(20) VALUE "alertoutbox.txt".
       01  BATCH-FILE-NAME PIC X(20) VALUE "alertbatch.txt".
       01  DONE-FILE-NAME PIC X(40).

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

       01  CONFIG-KEY PIC X(20).
       01  CONFIG-VALUE PIC X(180).
       01  CONFIG-EOF BINARY-SHORT VALUE 0.

      *the mail or pager command - run with the batch file's name on
      *the end of its command line, the way a RUN trigger gets its
      *file. no command configured leaves the outbox as the only
      *delivery, and the alerts count as sent once they are on it
       01  SEND-COMMAND PIC X(180) VALUE SPACES.
       01  SEND-COMMAND-LINE PIC X(250).
       01  SEND-WAIT-STATUS BINARY-LONG.
       01  SEND-RC BINARY-LONG.

      *NIGHT-DATE is the night the pass belongs to - the scheduler
      *hands over its run date, otherwise it is today, or yesterday
      *when run before noon. a NIGHT pass is the last one of the
      *night and runs the reconciliation as well
       01  COMMAND-ARGS PIC X(40).
       01  ARG-WORD-1 PIC X(20).
       01  ARG-WORD-2 PIC X(20).
       01  NIGHT-DATE PIC 9(8).
       01  NIGHT-DAY-NUM BINARY-LONG.
       01  NIGHT-FROM-STAMP PIC X(12).
       01  NIGHT-TO-STAMP PIC X(12).
       01  CURRENT-STAMP PIC X(21).
       01  NIGHT-PASS BINARY-SHORT VALUE 0.
       01  PASS-NAME PIC X(6) VALUE "WINDOW".

      *the reconciliation is run from here on the NIGHT pass, its
      *verdict read back off the shell's wait status the way the
      *scheduler reads the client's
       01  RECONCILE-PROGRAM-NAME PIC X(20) VALUE "reconcile".
       01  RECONCILE-COMMAND PIC X(20) VALUE "./reconcile".
       01  RECONCILE-WAIT-STATUS BINARY-LONG.
       01  RECONCILE-RC BINARY-LONG.

      *the sent memory, loaded whole and written back - the current
      *night's lines and anything younger than SENT-KEEP-DAYS
       01  SENT-KEEP-DAYS BINARY-LONG VALUE 7.
       01  MAX-SENT BINARY-LONG VALUE 500.
       01  SENT-COUNT BINARY-LONG VALUE 0.
       01  SENT-TABLE.
           03  SENT-ENTRY OCCURS 500 TIMES.
               05  SENT-DATE PIC 9(8).
               05  SENT-KEY.
                   07  SENT-SOURCE PIC X(10).
                   07  SENT-CODE PIC X(8).
                   07  SENT-NAME PIC X(64).
       01  SENT-IDX BINARY-LONG.
       01  SENT-EOF BINARY-SHORT VALUE 0.
       01  SENT-AGE-DAYS BINARY-LONG.
       01  SENT-DATE-WORK PIC 9(8).

      *this pass's new alerts - anything found that is neither on
      *the sent memory for the night nor already raised this pass
       01  MAX-ALERTS BINARY-LONG VALUE 200.
       01  ALERT-COUNT BINARY-LONG VALUE 0.
       01  ALERT-TABLE.
           03  ALERT-ENTRY OCCURS 200 TIMES.
               05  AL-SEVERITY PIC X(6).
               05  AL-KEY.
                   07  AL-SOURCE PIC X(10).
                   07  AL-CODE PIC X(8).
                   07  AL-FILE PIC X(64).
               05  AL-REASON PIC X(60).
       01  AL-IDX BINARY-LONG.
       01  ALERTS-ALREADY-SENT BINARY-LONG VALUE 0.
       01  ALERTS-DROPPED BINARY-LONG VALUE 0.

      *one event as found, before it is checked against what has
      *gone out
       01  NEW-SEVERITY PIC X(6).
       01  NEW-KEY.
           03  NEW-SOURCE PIC X(10).
           03  NEW-CODE PIC X(8).
           03  NEW-FILE PIC X(64).
       01  NEW-REASON PIC X(60).
       01  ALERT-KNOWN BINARY-SHORT.

      *the scheduler's windows and their completion records
       01  SCHEDULE-EOF BINARY-SHORT VALUE 0.
       01  PARSE-MANIFEST PIC X(20).
       01  DONE-EOF BINARY-SHORT VALUE 0.
       01  DONE-DATE-PART PIC X(10).
       01  DONE-STATUS-PART PIC X(20).
       01  WINDOW-STATUS PIC X(10).

      *one escalation split on its own markers
       01  EXCEPTION-EOF BINARY-SHORT VALUE 0.
       01  EXC-LINE-PART PIC X(64).
       01  EXC-RETRY-PART PIC X(10).
       01  EXC-REASON-PART PIC X(20).

      *the mirror summary's FAILED count
       01  MIRROR-EOF BINARY-SHORT VALUE 0.
       01  MIRROR-FAILED-COUNT BINARY-LONG VALUE 0.

      *one audit line split on its own markers - only DEN lines
      *inside the night's noon-to-noon span are wanted
       01  AUDIT-EOF BINARY-SHORT VALUE 0.
       01  PARSE-EVENT PIC X(4).
       01  PARSE-REST-1 PIC X(196).
       01  PARSE-IP-PART PIC X(12).
       01  PARSE-REST-2 PIC X(180).
       01  PARSE-NAME-PART PIC X(64).
       01  PARSE-REST-3 PIC X(120).
       01  PARSE-START-PART PIC X(20).

       01  RPT-COUNT-DISP PIC Z(7)9.
       01  RPT-RC-DISP PIC Z(3)9.
       01  OUTBOX-LINE PIC X(200).
       01  ALERT-STAMP PIC X(14).

       PROCEDURE DIVISION.

           MOVE 0 TO RETURN-CODE.

           PERFORM READ-CONFIG-FILE
           PERFORM GET-NIGHT-DATE
           PERFORM READ-SENT-FILE

           DISPLAY "ALERT PASS " PASS-NAME " FOR NIGHT " NIGHT-DATE

           PERFORM CHECK-EXCEPTIONS
           PERFORM CHECK-WINDOWS
           IF NIGHT-PASS = 1
               PERFORM CHECK-RECONCILE
           END-IF
           PERFORM CHECK-MIRROR
           PERFORM CHECK-DENIALS

           IF ALERT-COUNT > 0
               PERFORM WRITE-ALERT-OUTBOX
               PERFORM SEND-ALERTS
           END-IF

           PERFORM WRITE-SENT-FILE

           MOVE ALERT-COUNT TO RPT-COUNT-DISP
           DISPLAY "NEW ALERTS:        " RPT-COUNT-DISP
           MOVE ALERTS-ALREADY-SENT TO RPT-COUNT-DISP
           DISPLAY "ALREADY SENT:      " RPT-COUNT-DISP
           IF ALERTS-DROPPED > 0
               MOVE ALERTS-DROPPED TO RPT-COUNT-DISP
               DISPLAY "OUTBOX FULL, HELD: " RPT-COUNT-DISP
           END-IF

      *a send that failed leaves the alerts off the sent memory, so
      *the next pass raises them again
           IF ALERT-COUNT > 0 AND SEND-RC NOT = 0
               DISPLAY "RESULT: ALERTS NOT SENT, RC " SEND-RC
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ALERT-COUNT > 0
                   DISPLAY "RESULT: ALERTS RAISED"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "RESULT: NOTHING NEW"
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      *startup parameters, one KEY=VALUE pair per line - no
      *alerts.cfg at all means outbox only and the mirror summary in
      *the working directory
           READ-CONFIG-FILE.

           CALL "CBL_CHECK_FILE_EXIST" USING
               CONFIG-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN INPUT CONFIG-FILE
               MOVE 0 TO CONFIG-EOF

               PERFORM UNTIL CONFIG-EOF = 1
                   READ CONFIG-FILE
                      AT END MOVE 1 TO CONFIG-EOF
                      NOT AT END
                      PERFORM PARSE-CONFIG-LINE
                   END-READ
               END-PERFORM

               CLOSE CONFIG-FILE
           END-IF.

           PARSE-CONFIG-LINE.

           MOVE SPACES TO CONFIG-KEY.
           MOVE SPACES TO CONFIG-VALUE.

           UNSTRING CONFIG-LINE DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           IF CONFIG-KEY = "SENDCOMMAND"
               MOVE CONFIG-VALUE TO SEND-COMMAND
           END-IF

           IF CONFIG-KEY = "MIRRORREPORT"
               MOVE CONFIG-VALUE TO MIRROR-REPORT-NAME
           END-IF.

      *the pass and the night it belongs to, off the command line -
      *WINDOW or NIGHT and a run date, in either order, both
      *optional
           GET-NIGHT-DATE.

           MOVE SPACES TO COMMAND-ARGS ARG-WORD-1 ARG-WORD-2
           ACCEPT COMMAND-ARGS FROM COMMAND-LINE
           UNSTRING COMMAND-ARGS DELIMITED BY ALL " "
               INTO ARG-WORD-1 ARG-WORD-2
           END-UNSTRING

           IF ARG-WORD-1 = "NIGHT" OR ARG-WORD-2 = "NIGHT"
               MOVE 1 TO NIGHT-PASS
               MOVE "NIGHT" TO PASS-NAME
           END-IF

           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           IF ARG-WORD-1(1:8) IS NUMERIC
               MOVE ARG-WORD-1(1:8) TO NIGHT-DATE
           ELSE
               IF ARG-WORD-2(1:8) IS NUMERIC
                   MOVE ARG-WORD-2(1:8) TO NIGHT-DATE
               ELSE
                   MOVE CURRENT-STAMP(1:8) TO NIGHT-DATE
                   IF CURRENT-STAMP(9:4) < "1200"
                       COMPUTE NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(NIGHT-DATE) - 1)
                   END-IF
               END-IF
           END-IF

           COMPUTE NIGHT-DAY-NUM = FUNCTION INTEGER-OF-DATE(NIGHT-DATE)
           MOVE SPACES TO NIGHT-FROM-STAMP NIGHT-TO-STAMP
           STRING NIGHT-DATE DELIMITED BY SIZE,
               "1200" DELIMITED BY SIZE
               INTO NIGHT-FROM-STAMP
           MOVE FUNCTION DATE-OF-INTEGER(NIGHT-DAY-NUM + 1)
               TO SENT-DATE-WORK
           STRING SENT-DATE-WORK DELIMITED BY SIZE,
               "1200" DELIMITED BY SIZE
               INTO NIGHT-TO-STAMP.

      *what has already gone out - lines past the keep period are
      *left behind and fall out of the file when it is written back
           READ-SENT-FILE.

           CALL "CBL_CHECK_FILE_EXIST" USING
               SENT-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO SENT-EOF
               OPEN INPUT SENT-FILE
               PERFORM UNTIL SENT-EOF = 1
                   READ SENT-FILE
                       AT END MOVE 1 TO SENT-EOF
                       NOT AT END
                           PERFORM LOAD-SENT-LINE
                   END-READ
               END-PERFORM
               CLOSE SENT-FILE
           END-IF.

           LOAD-SENT-LINE.

           IF SENT-RECORD(1:8) IS NUMERIC
               MOVE SENT-RECORD(1:8) TO SENT-DATE-WORK
               COMPUTE SENT-AGE-DAYS = NIGHT-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE(SENT-DATE-WORK)
               IF SENT-AGE-DAYS < SENT-KEEP-DAYS
                   AND SENT-COUNT < MAX-SENT
                   ADD 1 TO SENT-COUNT
                   MOVE SENT-DATE-WORK TO SENT-DATE(SENT-COUNT)
                   MOVE SENT-RECORD(10:10) TO SENT-SOURCE(SENT-COUNT)
                   MOVE SENT-RECORD(21:8) TO SENT-CODE(SENT-COUNT)
                   MOVE SENT-RECORD(30:64) TO SENT-NAME(SENT-COUNT)
               END-IF
           END-IF.

      *every escalation still in the exceptions file - it stays
      *there until someone clears it, so each one pages once a night
      *for as long as it is left
           CHECK-EXCEPTIONS.

           CALL "CBL_CHECK_FILE_EXIST" USING
               EXCEPTION-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO EXCEPTION-EOF
               OPEN INPUT EXCEPTION-FILE
               PERFORM UNTIL EXCEPTION-EOF = 1
                   READ EXCEPTION-FILE
                       AT END MOVE 1 TO EXCEPTION-EOF
                       NOT AT END
                           IF EXCEPTION-RECORD NOT = SPACES
                               PERFORM APPLY-EXCEPTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

           APPLY-EXCEPTION-LINE.

           MOVE SPACES TO EXC-LINE-PART EXC-RETRY-PART EXC-REASON-PART
           UNSTRING EXCEPTION-RECORD DELIMITED BY " RETRY="
                   OR " REASON="
               INTO EXC-LINE-PART EXC-RETRY-PART EXC-REASON-PART
           END-UNSTRING

           MOVE "HIGH" TO NEW-SEVERITY
           MOVE "CLIENT" TO NEW-SOURCE
           MOVE "ESCALATE" TO NEW-CODE
           MOVE EXC-LINE-PART TO NEW-FILE
           MOVE SPACES TO NEW-REASON
           STRING "ESCALATED AFTER " DELIMITED BY SIZE,
               EXC-RETRY-PART DELIMITED BY SPACE,
               " TRIES: " DELIMITED BY SIZE,
               EXC-REASON-PART DELIMITED BY SPACE
               INTO NEW-REASON
           PERFORM RAISE-ALERT.

      *every window the scheduler decided badly tonight - a FAIL or
      *a MISSED window is the night going wrong, a HELD one is the
      *knock-on from whatever it waited on
           CHECK-WINDOWS.

           CALL "CBL_CHECK_FILE_EXIST" USING
               SCHEDULE-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO SCHEDULE-EOF
               OPEN INPUT SCHEDULE-FILE
               PERFORM UNTIL SCHEDULE-EOF = 1
                   READ SCHEDULE-FILE
                       AT END MOVE 1 TO SCHEDULE-EOF
                       NOT AT END
                           IF SCHEDULE-LINE NOT = SPACES
                               AND SCHEDULE-LINE(1:1) NOT = "*"
                               PERFORM CHECK-ONE-WINDOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

      *one window's completion record for the night
           CHECK-ONE-WINDOW.

           MOVE SPACES TO PARSE-MANIFEST
           UNSTRING SCHEDULE-LINE DELIMITED BY ALL " "
               INTO PARSE-MANIFEST
           END-UNSTRING

           MOVE SPACES TO DONE-FILE-NAME
           STRING PARSE-MANIFEST DELIMITED BY SPACE,
               ".done" DELIMITED BY SIZE
               INTO DONE-FILE-NAME

           MOVE SPACES TO WINDOW-STATUS

           CALL "CBL_CHECK_FILE_EXIST" USING
               DONE-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO DONE-EOF
               OPEN INPUT DONE-FILE
               PERFORM UNTIL DONE-EOF = 1
                   READ DONE-FILE
                       AT END MOVE 1 TO DONE-EOF
                       NOT AT END
                           PERFORM APPLY-DONE-LINE
                   END-READ
               END-PERFORM
               CLOSE DONE-FILE
           END-IF

           MOVE "SCHEDULER" TO NEW-SOURCE
           MOVE PARSE-MANIFEST TO NEW-FILE
           MOVE WINDOW-STATUS TO NEW-CODE

           IF WINDOW-STATUS = "FAIL"
               MOVE "HIGH" TO NEW-SEVERITY
               MOVE "WINDOW FAILED, LINES LEFT FOR RETRY"
                   TO NEW-REASON
               PERFORM RAISE-ALERT
           END-IF

           IF WINDOW-STATUS = "MISSED"
               MOVE "HIGH" TO NEW-SEVERITY
               MOVE "WINDOW NOT STARTED BEFORE ITS LATEST START"
                   TO NEW-REASON
               PERFORM RAISE-ALERT
           END-IF

           IF WINDOW-STATUS = "HELD"
               MOVE "MEDIUM" TO NEW-SEVERITY
               MOVE "WINDOW HELD, DEPENDENCY NOT COMPLETE"
                   TO NEW-REASON
               PERFORM RAISE-ALERT
           END-IF

      *nothing failed - the files are just not there yet, and a
      *rerun once they land finishes the window
           IF WINDOW-STATUS = "WAIT"
               MOVE "MEDIUM" TO NEW-SEVERITY
               MOVE "WINDOW WAITING, FILES NOT READY, RERUN LATER"
                   TO NEW-REASON
               PERFORM RAISE-ALERT
           END-IF.

      *one completion-record line - only the night's own count, and
      *the last of them wins
           APPLY-DONE-LINE.

           MOVE SPACES TO DONE-DATE-PART DONE-STATUS-PART
           UNSTRING DONE-LINE DELIMITED BY " STATUS=" OR " START="
               INTO DONE-DATE-PART DONE-STATUS-PART
           END-UNSTRING

           IF DONE-DATE-PART(1:8) = NIGHT-DATE
               UNSTRING DONE-STATUS-PART DELIMITED BY SPACE
                   INTO WINDOW-STATUS
               END-UNSTRING
           END-IF.

      *the NIGHT pass runs the reconciliation itself - RC 4 is the
      *two logs disagreeing, anything higher is it not being able to
      *run at all
           CHECK-RECONCILE.

           CALL "CBL_CHECK_FILE_EXIST" USING
               RECONCILE-PROGRAM-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC NOT = 0
               DISPLAY "NO RECONCILE PROGRAM, RECONCILIATION SKIPPED"
           ELSE
               CALL "SYSTEM" USING RECONCILE-COMMAND
               END-CALL
               MOVE RETURN-CODE TO RECONCILE-WAIT-STATUS
               COMPUTE RECONCILE-RC = RECONCILE-WAIT-STATUS / 256
               IF FUNCTION MOD(RECONCILE-WAIT-STATUS, 256) NOT = 0
                   MOVE 99 TO RECONCILE-RC
               END-IF

               MOVE "RECONCILE" TO NEW-SOURCE
               MOVE "BREAK" TO NEW-CODE
               MOVE "reconcilereport.txt" TO NEW-FILE
               MOVE RECONCILE-RC TO RPT-RC-DISP
               MOVE SPACES TO NEW-REASON
               IF RECONCILE-RC = 4
                   MOVE "MEDIUM" TO NEW-SEVERITY
                   MOVE "CLIENT AND SERVER LOGS DISAGREE, RC 4"
                       TO NEW-REASON
                   PERFORM RAISE-ALERT
               ELSE
                   IF RECONCILE-RC NOT = 0
                       MOVE "HIGH" TO NEW-SEVERITY
                       STRING "RECONCILIATION DID NOT RUN, RC "
                           DELIMITED BY SIZE,
                           FUNCTION TRIM(RPT-RC-DISP)
                           DELIMITED BY SIZE
                           INTO NEW-REASON
                       PERFORM RAISE-ALERT
                   END-IF
               END-IF
           END-IF.

      *the FAILED count off the mirror's last cycle summary - files
      *the standby is behind on
           CHECK-MIRROR.

           MOVE 0 TO MIRROR-FAILED-COUNT

           CALL "CBL_CHECK_FILE_EXIST" USING
               MIRROR-REPORT-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO MIRROR-EOF
               OPEN INPUT MIRROR-REPORT-FILE
               PERFORM UNTIL MIRROR-EOF = 1
                   READ MIRROR-REPORT-FILE
                       AT END MOVE 1 TO MIRROR-EOF
                       NOT AT END
                           IF MIRROR-REPORT-LINE(1:7) = "FAILED:"
                               COMPUTE MIRROR-FAILED-COUNT =
                                   FUNCTION NUMVAL(
                                   MIRROR-REPORT-LINE(8:20))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MIRROR-REPORT-FILE
           END-IF

           IF MIRROR-FAILED-COUNT > 0
               MOVE "MEDIUM" TO NEW-SEVERITY
               MOVE "MIRROR" TO NEW-SOURCE
               MOVE "FAILED" TO NEW-CODE
               MOVE MIRROR-REPORT-NAME TO NEW-FILE
               MOVE MIRROR-FAILED-COUNT TO RPT-COUNT-DISP
               MOVE SPACES TO NEW-REASON
               STRING FUNCTION TRIM(RPT-COUNT-DISP) DELIMITED BY SIZE,
                   " FILES FAILED TO REACH THE STANDBY"
                   DELIMITED BY SIZE
                   INTO NEW-REASON
               PERFORM RAISE-ALERT
           END-IF.

      *every refusal on the server's audit log for the night - one
      *alert per file refused, however many times it was tried
           CHECK-DENIALS.

           CALL "CBL_CHECK_FILE_EXIST" USING
               AUDIT-LOG-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               MOVE 0 TO AUDIT-EOF
               OPEN INPUT AUDIT-LOG-FILE
               PERFORM UNTIL AUDIT-EOF = 1
                   READ AUDIT-LOG-FILE
                       AT END MOVE 1 TO AUDIT-EOF
                       NOT AT END
                           IF AUDIT-LOG-RECORD(1:4) = "DEN "
                               PERFORM APPLY-DENIAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *one DEN line - a line stamped outside the night belongs to
      *some other night's alerts, an unstamped one is taken as
      *tonight's
           APPLY-DENIAL-LINE.

           MOVE SPACES TO PARSE-EVENT PARSE-REST-1 PARSE-IP-PART
               PARSE-REST-2 PARSE-NAME-PART PARSE-REST-3
               PARSE-START-PART
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " IP="
               INTO PARSE-EVENT PARSE-REST-1
           END-UNSTRING
           UNSTRING PARSE-REST-1 DELIMITED BY " FILE="
               INTO PARSE-IP-PART PARSE-REST-2
           END-UNSTRING
           UNSTRING PARSE-REST-2 DELIMITED BY " BYTES="
               INTO PARSE-NAME-PART PARSE-REST-3
           END-UNSTRING
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY " START="
               INTO PARSE-REST-1 PARSE-START-PART
           END-UNSTRING

           IF PARSE-START-PART(1:12) IS NUMERIC
               AND (PARSE-START-PART(1:12) < NIGHT-FROM-STAMP
                   OR PARSE-START-PART(1:12) >= NIGHT-TO-STAMP)
               CONTINUE
           ELSE
               MOVE "MEDIUM" TO NEW-SEVERITY
               MOVE "SERVER" TO NEW-SOURCE
               MOVE "DENIED" TO NEW-CODE
               MOVE PARSE-NAME-PART TO NEW-FILE
               MOVE SPACES TO NEW-REASON
               STRING "REFUSED TO IP " DELIMITED BY SIZE,
                   FUNCTION TRIM(PARSE-IP-PART) DELIMITED BY SIZE
                   INTO NEW-REASON
               PERFORM RAISE-ALERT
           END-IF.

      *one event found - already sent tonight, or already raised
      *this pass, and it goes no further
           RAISE-ALERT.

           MOVE 0 TO ALERT-KNOWN

           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT OR ALERT-KNOWN = 1
               IF SENT-DATE(SENT-IDX) = NIGHT-DATE
                   AND SENT-KEY(SENT-IDX) = NEW-KEY
                   MOVE 1 TO ALERT-KNOWN
                   ADD 1 TO ALERTS-ALREADY-SENT
               END-IF
           END-PERFORM

           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALERT-COUNT OR ALERT-KNOWN = 1
               IF AL-KEY(AL-IDX) = NEW-KEY
                   MOVE 1 TO ALERT-KNOWN
               END-IF
           END-PERFORM

           IF ALERT-KNOWN = 0
               IF ALERT-COUNT >= MAX-ALERTS
                   ADD 1 TO ALERTS-DROPPED
               ELSE
                   ADD 1 TO ALERT-COUNT
                   MOVE NEW-SEVERITY TO AL-SEVERITY(ALERT-COUNT)
                   MOVE NEW-KEY TO AL-KEY(ALERT-COUNT)
                   MOVE NEW-REASON TO AL-REASON(ALERT-COUNT)
               END-IF
           END-IF.

      *this pass's alerts onto the end of the outbox, and on their
      *own into the batch file the send command is handed
           WRITE-ALERT-OUTBOX.

           MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-STAMP

           CALL "CBL_CHECK_FILE_EXIST" USING
               OUTBOX-FILE-NAME
               FILE-DETAILS
             GIVING FILE-CHECK-RC
           END-CALL

           IF FILE-CHECK-RC = 0
               OPEN EXTEND OUTBOX-FILE
           ELSE
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           OPEN OUTPUT BATCH-FILE

           PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALERT-COUNT
               PERFORM PUT-ALERT-LINE
           END-PERFORM

           CLOSE BATCH-FILE
           CLOSE OUTBOX-FILE.

      *one alert to the outbox, the batch file and the console
           PUT-ALERT-LINE.

           MOVE SPACES TO OUTBOX-LINE
           STRING ALERT-STAMP DELIMITED BY SIZE,
               " SEV=" DELIMITED BY SIZE,
               AL-SEVERITY(AL-IDX) DELIMITED BY SIZE,
               " SOURCE=" DELIMITED BY SIZE,
               AL-SOURCE(AL-IDX) DELIMITED BY SIZE,
               " FILE=" DELIMITED BY SIZE,
               AL-FILE(AL-IDX) DELIMITED BY SPACE,
               " REASON=" DELIMITED BY SIZE,
               AL-REASON(AL-IDX) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING

           MOVE OUTBOX-LINE TO OUTBOX-RECORD
           WRITE OUTBOX-RECORD
           MOVE OUTBOX-LINE TO BATCH-RECORD
           WRITE BATCH-RECORD
           DISPLAY "ALERT: " OUTBOX-LINE(16:65).

      *hand the batch to the configured mail or pager command and
      *read its verdict back off the wait status - only a clean
      *send puts the alerts on the sent memory
           SEND-ALERTS.

           MOVE 0 TO SEND-RC

           IF SEND-COMMAND NOT = SPACES
               MOVE SPACES TO SEND-COMMAND-LINE
               STRING SEND-COMMAND DELIMITED BY "  ",
                   " " DELIMITED BY SIZE,
                   BATCH-FILE-NAME DELIMITED BY SPACE
                   INTO SEND-COMMAND-LINE
               CALL "SYSTEM" USING SEND-COMMAND-LINE
               END-CALL
               MOVE RETURN-CODE TO SEND-WAIT-STATUS
               COMPUTE SEND-RC = SEND-WAIT-STATUS / 256
               IF FUNCTION MOD(SEND-WAIT-STATUS, 256) NOT = 0
                   MOVE 99 TO SEND-RC
               END-IF
           END-IF

           IF SEND-RC = 0
               PERFORM VARYING AL-IDX FROM 1 BY 1
                       UNTIL AL-IDX > ALERT-COUNT
                   IF SENT-COUNT < MAX-SENT
                       ADD 1 TO SENT-COUNT
                       MOVE NIGHT-DATE TO SENT-DATE(SENT-COUNT)
                       MOVE AL-KEY(AL-IDX) TO SENT-KEY(SENT-COUNT)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "ALERT SEND FAILED, RC " SEND-RC
           END-IF.

      *the sent memory written back whole, in its fixed columns
           WRITE-SENT-FILE.

           OPEN OUTPUT SENT-FILE

           PERFORM VARYING SENT-IDX FROM 1 BY 1
                   UNTIL SENT-IDX > SENT-COUNT
               MOVE SPACES TO SENT-RECORD
               MOVE SENT-DATE(SENT-IDX) TO SENT-RECORD(1:8)
               MOVE SENT-SOURCE(SENT-IDX) TO SENT-RECORD(10:10)
               MOVE SENT-CODE(SENT-IDX) TO SENT-RECORD(21:8)
               MOVE SENT-NAME(SENT-IDX) TO SENT-RECORD(30:64)
               WRITE SENT-RECORD
           END-PERFORM

           CLOSE SENT-FILE.
