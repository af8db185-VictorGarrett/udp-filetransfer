
       FILE SECTION.
      *the client's side of the night - one line per manifest line,
      *FILE= BYTES= BLOCKS= OUTCOME= VERIFY= START= END= SERVER=
       FD DELIVERY-LOG-FILE.
       01  DELIVERY-LOG-RECORD PIC X(200).

      *the server's side - GET/PUT/SUS/DEN lines with IP= FILE=
      *BYTES= BLOCKS= RESENDS= START= END=
       FD AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD PIC X(200).

      *every disagreement between the two, kept with the shift log
       FD RECON-FILE.
               INTO PARSE-BLOCKS-PART PARSE-REST-4
           END-UNSTRING
           UNSTRING PARSE-REST-4 DELIMITED BY " VERIFY="
               OR " START="
               INTO PARSE-OUTCOME-PART PARSE-VERIFY-PART
           END-UNSTRING

                   INTO AUDIT-FILE-PART PARSE-REST-4
               END-UNSTRING
               UNSTRING PARSE-REST-4 DELIMITED BY " RESENDS="
                   OR " START="
                   INTO AUDIT-BLOCKS-PART AUDIT-RESENDS-PART
               END-UNSTRING
           ELSE
                   INTO AUDIT-BYTES-PART PARSE-REST-4
               END-UNSTRING
               UNSTRING PARSE-REST-4 DELIMITED BY " RESENDS="
                   OR " START="
                   INTO AUDIT-BLOCKS-PART AUDIT-RESENDS-PART
               END-UNSTRING
           END-IF
           END-IF.

      *first still-unmatched client delivery with the same direction
      *and the same file - skipped lines, and lines that waited on a
      *file its producer had not finished, never produced a server
      *line and are left out of the matching
           FIND-DELIVERY-MATCH.

               IF DL-MATCHED(DL-IDX) = 0
                   AND DL-EVENT(DL-IDX) = AUDIT-EVENT
                   AND DL-OUTCOME(DL-IDX) NOT = "SKIP"
                   AND DL-OUTCOME(DL-IDX) NOT = "WAIT"
                   MOVE DL-NAME(DL-IDX) TO NAME-A
                   MOVE AUDIT-FILE-PART TO NAME-B
                   PERFORM COMPARE-LOG-NAMES
                   UNTIL DL-IDX > DELIVERY-COUNT
               IF DL-MATCHED(DL-IDX) = 0
                   AND DL-OUTCOME(DL-IDX) NOT = "SKIP"
                   AND DL-OUTCOME(DL-IDX) NOT = "WAIT"
                   ADD 1 TO ORPHAN-CLIENT-COUNT
                   MOVE SPACES TO RECON-LINE
                   STRING "CLIENT " DELIMITED BY SIZE,
